000210*                 NAME.  A ONE-RECORD CONTROL FILE CARRIES
000220*                 THE LOAD COUNT SO OPERATIONS CAN TIE THE
000230*                 BUILD TO THE MASTER.
000231* 10/15/2026 JAM  THE MASTER RECORD GROWS TO 120 BYTES FOR
000232*                 THE LATE-CHARGE FEE BALANCE PROG20 KEEPS
000233*                 PLUS A RESERVE FILLER.  THIS PROGRAM DOES
000234*                 NOT USE THE NEW FIELDS, SO THEY SIT IN
000235*                 THE TRAILING FILLER.
000240*----------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000580     03  M-MIN-PAY        PIC 9999V99.
000590     03  M-INT-RATE       PIC 9V9999.
000600     03  FILLER           PIC X(2).
000601     03  FILLER           PIC X(50).
000610************************************************************
000620*      NAME CROSS-REFERENCE, KEYED ON BORROWER NAME PLUS
000630*      ACCOUNT NUMBER SO DUPLICATE NAMES BOTH KEEP THEIR
