000210*                 COVER THE ACCRUED INTEREST IS FLAGGED AS
000220*                 NEGATIVE AMORTIZATION AND GETS NO
000230*                 SCHEDULE - THE BALANCE GROWS FOREVER.
000231* 10/15/2026 JAM  THE MASTER RECORD GROWS TO 120 BYTES FOR
000232*                 THE LATE-CHARGE FEE BALANCE PROG20 KEEPS
000233*                 PLUS A RESERVE FILLER.  THIS PROGRAM DOES
000234*                 NOT USE THE NEW FIELDS, SO THEY SIT IN
000235*                 THE TRAILING FILLER.
000240*----------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000540     03  M-MIN-PAY        PIC 9999V99.
000550     03  M-INT-RATE       PIC 9V9999.
000560     03  FILLER           PIC X(2).
000561     03  FILLER           PIC X(50).
000570************************************************************
000580*      PROJECTION PARAMETER FILE - ONE ACCOUNT NUMBER, OR
000590*      SPACES (OR NO FILE AT ALL) TO PROJECT EVERY ACCOUNT
