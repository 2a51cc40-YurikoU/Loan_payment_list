000180*                 SEEN FOR AN ACCOUNT IS RESTORED, SO AN
000190*                 ACCOUNT TOUCHED SEVERAL TIMES IN THE RUN
000200*                 COMES BACK AS IT STOOD BEFORE THE RUN.
000201* 10/15/2026 JAM  THE MASTER RECORD GROWS TO 120 BYTES FOR
000202*                 THE LATE-CHARGE FEE BALANCE PROG20 KEEPS
000203*                 PLUS A RESERVE FILLER.  THE AUDIT IMAGES
000204*                 GROW TO MATCH THE RECORD PROG2, PROG16
000205*                 AND PROG20 NOW WRITE, SO A LATE-CHARGE
000206*                 RUN BACKS OUT LIKE ANY OTHER.
000210*----------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000520     03  M-MIN-PAY        PIC 9999V99.
000530     03  M-INT-RATE       PIC 9V9999.
000540     03  FILLER           PIC X(2).
000541     03  FILLER           PIC X(50).
000550************************************************************
000560*      AUDIT FILE WRITTEN BY PROG2 - ONE DATED BEFORE-IMAGE
000570*      AND AFTER-IMAGE PER APPLIED TRANSACTION
000590 FD  AUDIT-FILE
000600     BLOCK CONTAINS 0 RECORDS
000610     LABEL RECORDS ARE STANDARD.
000620 01  AUDIT-REC            PIC X(253).
000630************************************************************
000640*      BACKOUT PARAMETER FILE - THE RUN DATE TO BACK OUT AND
000650*      EITHER ONE ACCOUNT NUMBER OR SPACES FOR THE WHOLE RUN
000820     03  A-RUN-DATE       PIC 9(6).
000830     03  A-TR-CODE        PIC X(1).
000840     03  A-ACCT-NO        PIC 9(6).
000850     03  A-BEFORE-IMAGE   PIC X(120).
000860     03  A-AFTER-IMAGE    PIC X(120).
000870************************************************************
000880*      LAYOUT FOR THE BACKOUT PARAMETER RECORD
000890************************************************************
