000010*================================================================
000020*  NCERACRT - RECORD LAYOUT FOR THE ERASCERT ERASURE CERTIFICATE
000030*             PRINTED FOR PERSONNEL EACH TIME A LEAVER'S ID IS
000040*             REPLACED BY AN ANONYMOUS TOKEN.  ONE RECORD IS ONE
000050*             PRINT LINE; A COMPLETE CERTIFICATE IS A HEADER WITH
000060*             THE TOKEN AND THE OPERATOR, ONE LINE PER LEAGUE FILE
000070*             WITH THE RECORDS READ, CHANGED AND DELETED, AND A
000080*             CLOSING STATEMENT THAT THE ERASURE IS COMPLETE OR
000090*             MUST BE RESUMED.  LIKE ERASAUDT IT NEVER SHOWS THE
000100*             ID THAT WAS ERASED.
000110*================================================================
000120 01  ERASURE-CERT-RECORD.
000130     05  EC-LINE               PIC X(80).
