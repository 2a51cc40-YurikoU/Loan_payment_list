000210*                 CALLER OR A LETTER WITH NO ACCOUNT NUMBER
000220*                 NO LONGER MEANS SCANNING THE PROG3 UNLOAD
000230*                 BY EYE.
000231* 10/15/2026 JAM  THE MASTER RECORD GROWS TO 120 BYTES FOR
000232*                 THE LATE-CHARGE FIELDS.  THE BALANCE
000233*                 PRINTED NOW INCLUDES M-FEE-BAL, AS
000234*                 PROG1'S DOES.
000240*----------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000590     03  M-MIN-PAY        PIC 9999V99.
000600     03  M-INT-RATE       PIC 9V9999.
000610     03  M-BRANCH         PIC 9(2).
000611     03  M-FEE-BAL        PIC 9999V99.
000612     03  M-FEE-CYCLE      PIC X(6).
000613     03  FILLER           PIC X(38).
000620************************************************************
000630*      NAME CROSS-REFERENCE BUILT BY PROG14, KEYED ON
000640*      BORROWER NAME PLUS ACCOUNT NUMBER
002700                          + M-PAID3 + M-PAID4.
002710     COMPUTE WS-CALC-INT ROUNDED = M-LOAN * M-INT-RATE.
002720     COMPUTE WS-CALC-BAL = M-LOAN + WS-CALC-INT
002730                         - WS-CALC-PAID + M-FEE-BAL.
002740     MOVE M-ACCT-NO       TO L-ACCT-NO.
002750     MOVE M-NAME          TO L-NAME.
002760     MOVE M-BRANCH        TO L-BRANCH.
