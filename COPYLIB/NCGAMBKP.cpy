000010*================================================================
000020*  NCGAMBKP - RECORD LAYOUT FOR THE GAMEBKUP GAME MASTER BACKUP
000030*             COPY WRITTEN BY GAMEMSTBACKUP.  A HEADER RECORD
000040*             CARRIES THE DATE AND TIME THE COPY WAS TAKEN - THE
000050*             POINT FROM WHICH GAMEMSTRECOVER ROLLS THE GAMEJRNL
000060*             JOURNAL FORWARD - THEN ONE DETAIL RECORD PER GAME IN
000070*             KEY ORDER HOLDING THE NCGAMELG RECORD BYTE FOR BYTE,
000080*             THEN A TRAILER WITH THE DETAIL COUNT SO A COPY CUT
000090*             SHORT IS NEVER RESTORED AS IF IT WERE WHOLE.
000100*================================================================
000110 01  GAME-BACKUP-RECORD.
000120     05  GB-RECORD-TYPE        PIC X(01).
000130         88  GB-HEADER                VALUE 'H'.
000140         88  GB-DETAIL                VALUE 'D'.
000150         88  GB-TRAILER               VALUE 'T'.
000160     05  GB-GAME-IMAGE         PIC X(474).
000170     05  GB-CONTROL-DATA REDEFINES GB-GAME-IMAGE.
000180         10  GB-BACKUP-DATE    PIC 9(08).
000190         10  GB-BACKUP-TIME    PIC 9(08).
000200         10  GB-GAME-COUNT     PIC 9(07).
000210         10  FILLER            PIC X(451).
