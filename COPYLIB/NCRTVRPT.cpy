000010*================================================================
000020*  NCRTVRPT - RECORD LAYOUT FOR THE RTVRPT REPORT PRINTED BY THE
000030*             ARCHIVE RETRIEVAL UTILITY.  ONE RETRIEVAL-REPORT-
000040*             RECORD IS ONE PRINT LINE; A COMPLETE REPORT IS A
000050*             PAGE HEADER WITH THE SELECTION USED, ONE LINE PER
000060*             ARCHIVED GAME SELECTED SAYING WHETHER IT WAS
000070*             RESTORED OR WAS ALREADY ON THE MASTER, AND A
000080*             CONTROL-TOTAL TRAILER.
000090*================================================================
000100 01  RETRIEVAL-REPORT-RECORD.
000110     05  RL-LINE               PIC X(80).
