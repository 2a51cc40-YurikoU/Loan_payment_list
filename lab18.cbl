000250*                 SAME AUDIT LAYOUT PROG2 WRITES, SO A BAD
000260*                 RATE RUN BACKS OUT THROUGH PROG5 LIKE ANY
000270*                 OTHER.
000271* 10/15/2026 JAM  THE MASTER RECORD GROWS TO 120 BYTES FOR
000272*                 THE LATE-CHARGE FEE BALANCE PROG20 KEEPS
000273*                 PLUS A RESERVE FILLER.  THE AUDIT IMAGES
000274*                 GROW TO MATCH, AND A RATE CHANGE LEAVES
000275*                 THE FEE FIELDS AS THEY WERE.
000280*----------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000590     03  M-MIN-PAY        PIC 9999V99.
000600     03  M-INT-RATE       PIC 9V9999.
000610     03  M-BRANCH         PIC 9(2).
000611     03  FILLER           PIC X(50).
000620************************************************************
000630*      RATE TABLE FILE - ONE RATE MOVE PER RECORD: THE
000640*      BRANCH IT APPLIES TO (SPACES FOR EVERY BRANCH), THE
000830 FD  AUDIT-FILE
000840     BLOCK CONTAINS 0 RECORDS
000850     LABEL RECORDS ARE STANDARD.
000860 01  AUDIT-REC            PIC X(253).
000870************************************************************
000880*      RATE-CHANGE LOG - ONE LINE PER ACCOUNT CHANGED
000890************************************************************
000990     03  A-RUN-DATE       PIC 9(6).
001000     03  A-TR-CODE        PIC X(1).
001010     03  A-ACCT-NO        PIC 9(6).
001020     03  A-BEFORE-IMAGE   PIC X(120).
001030     03  A-AFTER-IMAGE    PIC X(120).
001040************************************************************
001050*      LAYOUT FOR THE RATE-CHANGE LOG DETAIL LINE
001060************************************************************
