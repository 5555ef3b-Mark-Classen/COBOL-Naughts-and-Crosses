000010*================================================================
000020*  NCCUPRPT - RECORD LAYOUT FOR THE CUPRPT PRINTED KNOCKOUT CUP
000030*             BRACKET REPORT.  ONE CUP-REPORT-RECORD IS ONE
000040*             PRINT LINE; A COMPLETE REPORT IS A PAGE HEADER,
000050*             EACH ROUND IN TURN WITH ONE LINE PER TIE SHOWING
000060*             THE RESULT OR WHAT THE TIE IS STILL WAITING FOR,
000070*             AND A CONTROL-TOTAL TRAILER.
000080*================================================================
000090 01  CUP-REPORT-RECORD.
000100     05  CR-LINE               PIC X(80).
