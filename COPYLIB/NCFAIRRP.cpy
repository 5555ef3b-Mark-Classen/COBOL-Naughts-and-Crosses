000010*================================================================
000020*  NCFAIRRP - RECORD LAYOUT FOR THE FAIRRPT FAIR-PLAY EXCEPTION
000030*             REPORT PRINTED FOR THE LEAGUE COMMITTEE BY THE
000040*             WEEKLY SCREENING JOB.  ONE RECORD IS ONE PRINT
000050*             LINE; A COMPLETE REPORT IS A PAGE HEADER WITH THE
000060*             SCREENING WINDOW AND THE THRESHOLDS IN FORCE, ONE
000070*             LINE PER EXCEPTION, AND A CONTROL-TOTAL TRAILER
000080*             WITH THE EXCEPTIONS RAISED BY EACH CHECK.
000090*================================================================
000100 01  FAIR-PLAY-REPORT-RECORD.
000110     05  FE-LINE               PIC X(80).
