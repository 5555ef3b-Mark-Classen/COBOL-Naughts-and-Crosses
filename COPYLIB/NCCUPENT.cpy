000010*================================================================
000020*  NCCUPENT - RECORD LAYOUT FOR THE CUPENTRY KNOCKOUT CUP ENTRY
000030*             LIST.  ONE RECORD PER ENTRANT, KEYED UP BY THE
000040*             SOCIAL COMMITTEE IN ANY ORDER FROM THE SIGN-UP
000050*             SHEET.  THE DRAW CHECKS EACH ID AGAINST THE PLAYER
000060*             REGISTRY AND DOES ITS OWN SEEDING, SO THE ORDER OF
000070*             THE LIST DOES NOT MATTER.
000080*================================================================
000090 01  CUP-ENTRY-RECORD.
000100     05  CE-PLAYER-ID          PIC X(08).
