000010*================================================================
000020*  NCSATERP - RECORD LAYOUT FOR THE SATERR ERROR REPORT PRINTED
000030*             BY THE SATELLITE RESULTS FEED LOAD.  ONE
000040*             SATELLITE-ERROR-RECORD IS ONE PRINT LINE; A COMPLETE
000050*             REPORT IS A PAGE HEADER WITH THE BATCH DETAILS, ONE
000060*             LINE PER ERROR FOUND (A RECORD CAN HAVE SEVERAL, AND
000070*             A BATCH-CONTROL ERROR IS MARKED *BATCH* IN THE
000080*             REFERENCE COLUMN) AND A CONTROL-TOTAL TRAILER.
000090*================================================================
000100 01  SATELLITE-ERROR-RECORD.
000110     05  SV-LINE               PIC X(80).
