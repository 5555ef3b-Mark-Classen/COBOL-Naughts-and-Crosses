000010*================================================================
000020*  NCERAAUD - RECORD LAYOUT FOR THE ERASAUDT LEAVER-ERASURE AUDIT
000030*             FILE.  THE ERASURE UTILITY APPENDS A STARTED RECORD
000040*             BEFORE IT TOUCHES ANY FILE AND A COMPLETED RECORD,
000050*             WITH THE RECORD COUNTS, ONCE EVERY FILE HAS BEEN
000060*             DONE - A STARTED RECORD WITH NO COMPLETED RECORD FOR
000070*             THE SAME TOKEN IS AN ERASURE THAT HAS TO BE RESUMED.
000080*             THE RECORD CARRIES THE ANONYMOUS TOKEN ONLY: THE ID
000090*             THAT WAS ERASED IS NEVER WRITTEN HERE, OR THE AUDIT
000100*             TRAIL WOULD UNDO THE ERASURE.  DISPLAY DIGITS SO THE
000110*             FILE LISTS CLEANLY, AS ON STATAUDT.
000120*================================================================
000130 01  ERASURE-AUDIT-RECORD.
000140     05  EA-AUDIT-DATE         PIC 9(08).
000150     05  EA-AUDIT-TIME         PIC 9(08).
000160     05  EA-OPERATOR-ID        PIC X(08).
000170     05  EA-RECORD-TYPE        PIC X(01).
000180         88  EA-STARTED               VALUE 'S'.
000190         88  EA-COMPLETED             VALUE 'C'.
000200     05  EA-TOKEN              PIC X(08).
000210     05  EA-FILES-TOUCHED      PIC 9(02).
000220     05  EA-RECORDS-CHANGED    PIC 9(07).
000230     05  EA-RECORDS-DELETED    PIC 9(07).
