000010*================================================================
000020*  NCSATREF - RECORD LAYOUT FOR THE SATREFS INDEXED FILE OF
000030*             REMOTE GAME REFERENCES ALREADY LOADED FROM THE
000040*             SATELLITE OFFICE'S RESULTS FEED, KEYED BY THE
000050*             OFFICE'S OWN REFERENCE.  ONE RECORD IS WRITTEN AS
000060*             EACH RESULT GOES ONTO THE GAME MASTER, CARRYING THE
000070*             GAME ID IT WAS GIVEN AND THE BATCH IT CAME IN, SO A
000080*             SHEET SENT TWICE - OR A GAME ENTERED ON TWO SHEETS -
000090*             IS REJECTED RATHER THAN COUNTED TWICE.  RECORDS ARE
000100*             NEVER DELETED: A REMOTE GAME LATER VOIDED OR
000110*             ARCHIVED STILL HOLDS ITS REFERENCE.
000120*================================================================
000130 01  SATELLITE-REF-RECORD.
000140     05  SF-REMOTE-REF         PIC X(10).
000150     05  SF-GAME-ID            PIC X(08).
000160     05  SF-BATCH-NO           PIC 9(06).
000170     05  SF-LOAD-DATE          PIC 9(08).
