000010*================================================================
000020*  NCWALKRP - RECORD LAYOUT FOR THE WALKRPT PRINTED NOTICE OF
000030*             WALKOVERS AND DOUBLE FORFEITS AWARDED ON OVERDUE
000040*             FIXTURES.  ONE WALKOVER-REPORT-RECORD IS ONE PRINT
000050*             LINE; A COMPLETE NOTICE IS A PAGE HEADER WITH THE
000060*             GRACE PERIOD APPLIED, ONE LINE PER FIXTURE AWARDED
000070*             AND A CONTROL-TOTAL TRAILER.
000080*================================================================
000090 01  WALKOVER-REPORT-RECORD.
000100     05  WR-LINE               PIC X(80).
