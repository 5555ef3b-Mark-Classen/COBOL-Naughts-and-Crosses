000010*================================================================
000020*  NCPLREG - RECORD LAYOUT FOR THE PLAYREG PLAYER REGISTRY
000030*             INDEXED FILE.  ONE RECORD PER REGISTERED PLAYER,
000040*             KEYED BY PG-PLAYER-ID, KEPT BY THE PLAYERREGMAINT
000050*             CONSOLE UTILITY.  THE REGISTRY IS THE LIST OF
000060*             PLAYER IDS THE SYSTEM WILL ACCEPT: THE ENGINE'S
000070*             SIGN-ON, THE TOURNAMENT PRE-EDIT, THE FIXTURE
000080*             GENERATOR AND TEAM MEMBERSHIP ALL REFUSE AN ID
000090*             THAT IS NOT ON IT, SO THE SAME PERSON CAN NO
000100*             LONGER TURN UP ON THE LADDER UNDER TWO
000110*             SPELLINGS.  A PLAYER WHO LEAVES IS MARKED
000120*             PG-LEFT WITH THE DATE RATHER THAN DELETED - THEIR
000130*             GAMES ARE STILL ON FILE AND THE REPORTS STILL
000140*             NEED THE NAME - BUT CANNOT SIGN ON OR BE DRAWN IN
000150*             A NEW FIXTURE LIST.  THE ENGINE'S OWN IDS
000160*             (COMPUTER, CPUSIM-X, CPUSIM-O) ARE NEVER
000170*             REGISTERED; THE ENGINE SETS THEM ITSELF.
000180*================================================================
000190 01  PLAYER-REGISTRY-RECORD.
000200     05  PG-PLAYER-ID          PIC X(08).
000210     05  PG-FULL-NAME          PIC X(30).
000220     05  PG-DEPARTMENT         PIC X(20).
000230     05  PG-JOIN-DATE          PIC 9(08).
000240     05  PG-STATUS             PIC X(01).
000250         88  PG-ACTIVE                VALUE 'A'.
000260         88  PG-LEFT                  VALUE 'L'.
000270     05  PG-LEFT-DATE          PIC 9(08).
