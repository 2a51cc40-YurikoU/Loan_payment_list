000200*                 THAT DOES NOT EXIST.  PROG7 READS THIS
000210*                 FILE TO PRINT THE MAILING ADDRESS BLOCK ON
000220*                 THE QUARTERLY STATEMENTS.
000221* 10/15/2026 JAM  THE MASTER RECORD GROWS TO 120 BYTES FOR
000222*                 THE LATE-CHARGE FEE BALANCE PROG20 KEEPS
000223*                 PLUS A RESERVE FILLER.  THIS PROGRAM DOES
000224*                 NOT USE THE NEW FIELDS, SO THEY SIT IN
000225*                 THE TRAILING FILLER.
000230*----------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000600     03  M-MIN-PAY        PIC 9999V99.
000610     03  M-INT-RATE       PIC 9V9999.
000620     03  FILLER           PIC X(2).
000621     03  FILLER           PIC X(50).
000630************************************************************
000640*      BORROWER ADDRESS FILE, KEYED BY THE SAME ACCOUNT
000650*      NUMBER AS THE MASTER
