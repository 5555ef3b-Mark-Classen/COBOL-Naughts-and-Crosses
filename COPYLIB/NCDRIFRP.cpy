000010*================================================================
000020*  NCDRIFRP - RECORD LAYOUT FOR THE DRIFTRPT REPORT PRINTED BY
000030*             THE RATING RE-DERIVATION JOB.  ONE DRIFT-REPORT-
000040*             RECORD IS ONE PRINT LINE; A COMPLETE REPORT IS A
000050*             PAGE HEADER SAYING WHETHER THE RUN WAS REPORT-ONLY
000060*             OR APPLIED, ONE LINE PER PLAYER WHOSE RE-DERIVED
000070*             RATING OR RATED-GAME COUNT DIFFERS FROM PLAYRATE,
000080*             AND A CONTROL-TOTAL TRAILER.
000090*================================================================
000100 01  DRIFT-REPORT-RECORD.
000110     05  DF-LINE               PIC X(80).
