000010*================================================================
000020*  NCGAMJRN - RECORD LAYOUT FOR THE GAMEJRNL GAME MASTER
000030*             JOURNAL.  EVERY PROGRAM THAT ADDS, REWRITES OR
000040*             DELETES A GAMEMST RECORD APPENDS ONE JOURNAL RECORD
000050*             AFTER THE UPDATE SUCCEEDS: WHEN, WHICH PROGRAM, WHAT
000060*             IT DID AND THE WHOLE GAME RECORD BEFORE AND AFTER.
000070*             AN ADD HAS A BLANK BEFORE IMAGE AND A DELETE A BLANK
000080*             AFTER IMAGE.  THE GAMEMSTRECOVER JOB ROLLS THE
000090*             JOURNAL FORWARD OVER THE LAST GAMEMSTBACKUP COPY TO
000100*             REBUILD A DAMAGED MASTER.  THE IMAGES ARE NCGAMELG
000110*             RECORDS BYTE FOR BYTE - WHEN THAT LAYOUT GROWS, SO
000120*             DO THESE, AND THE OLD JOURNAL IS FINISHED WITH A
000130*             FRESH BACKUP.
000140*================================================================
000150 01  GAME-JOURNAL-RECORD.
000160     05  JR-JOURNAL-DATE       PIC 9(08).
000170     05  JR-JOURNAL-TIME       PIC 9(08).
000180     05  JR-PROGRAM-ID         PIC X(20).
000190     05  JR-ACTION             PIC X(01).
000200         88  JR-ADD                   VALUE 'A'.
000210         88  JR-CHANGE                VALUE 'C'.
000220         88  JR-DELETE                VALUE 'D'.
000230     05  JR-GAME-ID            PIC X(08).
000240     05  JR-BEFORE-IMAGE       PIC X(474).
000250     05  JR-AFTER-IMAGE        PIC X(474).
