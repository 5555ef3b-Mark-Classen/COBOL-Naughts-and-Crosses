000010*================================================================
000020*  NCRCVRPT - RECORD LAYOUT FOR THE RCVRPT REPORT PRINTED BY THE
000030*             GAME MASTER FORWARD-RECOVERY JOB.  ONE RECOVERY-
000040*             REPORT-RECORD IS ONE PRINT LINE; A COMPLETE REPORT
000050*             IS A PAGE HEADER, ONE LINE PER JOURNAL ENTRY THAT
000060*             COULD NOT BE APPLIED AND A CONTROL-TOTAL TRAILER.
000070*================================================================
000080 01  RECOVERY-REPORT-RECORD.
000090     05  RV-LINE               PIC X(80).
