000010*================================================================
000020*  NCINTWRK - RECORD LAYOUT FOR THE INTGWORK WORK FILE USED BY
000030*             THE FILE INTEGRITY SWEEP.  TWO KINDS OF RECORD SHARE
000040*             THE KEY: TYPE 'A' IS A GAME ON THE GAMEARCH ARCHIVE
000050*             (PLAYER ID BLANK), WITH ITS VOID FLAG, SO A GAME ID
000060*             CAN BE LOOKED UP ON THE SEQUENTIAL ARCHIVE BY KEY;
000070*             TYPE 'V' IS A GAME AND PLAYER THE VOIDING UTILITY
000080*             HAS WRITTEN A VOIDAUDT RECORD FOR, I.E. A SIDE WHOSE
000090*             RESULT WAS BACKED OUT.  THE FILE IS REBUILT FROM
000100*             EMPTY ON EVERY RUN.
000110*================================================================
000120 01  INTEGRITY-WORK-RECORD.
000130     05  IW-KEY.
000140         10  IW-KEY-TYPE       PIC X(01).
000150             88  IW-ARCHIVE-GAME      VALUE 'A'.
000160             88  IW-VOID-AUDIT        VALUE 'V'.
000170         10  IW-GAME-ID        PIC X(08).
000180         10  IW-PLAYER-ID      PIC X(08).
000190     05  IW-VOID-SW            PIC X(01).
000200         88  IW-VOIDED                VALUE 'Y'.
