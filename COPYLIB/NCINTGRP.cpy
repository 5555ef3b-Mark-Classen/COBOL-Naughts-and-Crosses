000010*================================================================
000020*  NCINTGRP - RECORD LAYOUT FOR THE INTEGRPT EXCEPTION REPORT
000030*             PRINTED BY THE NIGHTLY FILE INTEGRITY SWEEP.  ONE
000040*             INTEGRITY-REPORT-RECORD IS ONE PRINT LINE; A
000050*             COMPLETE REPORT IS A PAGE HEADER, ONE LINE PER
000060*             BROKEN LINK BETWEEN FILES GIVING THE FILE, THE
000070*             RECORD'S KEY AND THE RULE IT BREAKS, AND A
000080*             CONTROL-TOTAL TRAILER FOR EACH CHECK.
000090*================================================================
000100 01  INTEGRITY-REPORT-RECORD.
000110     05  IR-LINE               PIC X(80).
