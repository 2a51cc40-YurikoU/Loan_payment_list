000215*                 ADDRESS RECORD GOES TO A NEW EXCEPTION
000216*                 LISTING INSTEAD OF PRODUCING AN UNMAILABLE
000217*                 STATEMENT.
000218* 10/15/2026 JAM  ADDED I-FEE-BAL, THE LATE CHARGES OWED,
000219*                 TO THE INPUT LAYOUT WITH THE SAME
000220*                 NUMERIC EDIT PROG1 USES.  THE CHARGES
000221*                 ARE PART OF THE CLOSING BALANCE AND THE
000222*                 AMOUNT DUE, AND PRINT ON THEIR OWN LINE
000223*                 WHEN ANY ARE OWED.
000224* 10/15/2026 JAM  ADDED I-STATUS, THE LOAN STATUS CODE, TO
000225*                 THE INPUT LAYOUT.  A CHARGED-OFF ACCOUNT
000226*                 GETS NO STATEMENT AND NO INTEREST.
000227* 10/15/2026 JAM  NOR DOES A PAID-IN-FULL ACCOUNT - ONLY AN
000228*                 ACTIVE LOAN IS STATEMENTED.
000229*----------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000530     03  I-MIN-PAY        PIC 9999V99.
000540     03  I-INT-RATE       PIC 9V9999.
000550     03  FILLER           PIC X(2).
000551     03  I-FEE-BAL        PIC 9999V99.
000552     03  I-STATUS         PIC X(1).
000553         88  I-CHARGED-OFF             VALUE 'C'.
000554         88  I-LOAN-ACTIVE             VALUES ' ' 'A'.
000560***********************************************************
000570*      FIGURES FOR THE STATEMENT BEING BUILT, COMPUTED THE
000580*      SAME WAY PROG1'S 2200-BUILD-CURR-REC COMPUTES THEM
001590*      RECORD, PRINTS ITS STATEMENT PAGE IF IT IS GOOD AND
001600*      ITS ADDRESS IS ON FILE, SENDS IT TO THE EXCEPTION
001610*      LISTING IF THE ADDRESS IS MISSING, SKIPS IT IF IT
001620*      FAILS EDIT, AND READS THE NEXT ONE.  ONLY AN ACTIVE
001621*      LOAN IS STATEMENTED - A CHARGED-OFF OR PAID-IN-FULL
001622*      ACCOUNT IS OUT OF THE ACTIVE PORTFOLIO AND IS SKIPPED
001623*      LIKE A RECORD THAT FAILS EDIT, WITH NOTHING ACCRUED
001630************************************************************
001640 1000-STATEMENT-ONE-ACCT.
001650     PERFORM 1500-VALIDATE-INPUT.
001660     IF RECORD-IS-VALID AND I-LOAN-ACTIVE
001670         PERFORM 2500-READ-ADDRESS
001680         IF ADDRESS-ON-FILE
001690             PERFORM 2000-BUILD-FIGURES
001750     PERFORM 9000-READ-INPUT.
001690************************************************************
001700*      1500-VALIDATE-INPUT CHECKS THAT I-LOAN, I-PAID1 THRU
001710*      I-PAID4, I-MIN-PAY, I-INT-RATE, AND I-FEE-BAL ARE ALL
001711*      NUMERIC
001720*      AND THAT THE PAYMENTS DO NOT EXCEED THE LOAN AMOUNT -
001730*      THE SAME EDITS PROG1 APPLIES, SO AN ACCOUNT THE
001740*      REPORT REJECTS GETS NO STATEMENT EITHER
002000             SET RECORD-IS-INVALID TO TRUE
002010         END-IF
002020     END-IF.
002021     IF RECORD-IS-VALID
002022         IF I-FEE-BAL NOT NUMERIC
002023             SET RECORD-IS-INVALID TO TRUE
002024         END-IF
002025     END-IF.
002030************************************************************
002040*      2000-BUILD-FIGURES COMPUTES THE STATEMENT'S INTEREST,
002050*      BALANCE, AND AMOUNT DUE THE SAME WAY PROG1'S
002060*      2200-BUILD-CURR-REC DOES, LATE CHARGES INCLUDED.  THE
002070*      AMOUNT DUE IS THE REQUIRED MINIMUM PLUS ANY LATE
002071*      CHARGES OWED, OR THE WHOLE BALANCE WHEN THAT IS
002080*      SMALLER
002090************************************************************
002100 2000-BUILD-FIGURES.
002110     MOVE TOTAL TO C-TOTAL.
002120     COMPUTE C-INTEREST ROUNDED = I-LOAN * I-INT-RATE.
002130     COMPUTE C-BALANCE = I-LOAN + C-INTEREST - TOTAL
002131                       + I-FEE-BAL.
002140     IF C-BALANCE < I-MIN-PAY + I-FEE-BAL
002150         MOVE C-BALANCE TO C-AMT-DUE
002160     ELSE
002170         COMPUTE C-AMT-DUE = I-MIN-PAY + I-FEE-BAL
002180     END-IF.
002190************************************************************
002200*      2500-READ-ADDRESS READS THE BORROWER ADDRESS FILE BY
002470*      3000-PRINT-STATEMENT PRINTS ONE FULL STATEMENT PAGE
002480*      FOR THE ACCOUNT IN INPUT-DATA AND CURR-REC: HEADING,
002490*      THE MAILING ADDRESS BLOCK, OPENING LOAN, THE FOUR
002500*      PERIOD PAYMENTS, INTEREST, REQUIRED MINIMUM, LATE
002510*      CHARGES WHEN ANY ARE OWED, CLOSING BALANCE, AND THE
002511*      REMITTANCE FOOTER
002520************************************************************
002530 3000-PRINT-STATEMENT.
002540     WRITE STMT-REC FROM STMT-HEADING1
002580     MOVE 'REQUIRED MINIMUM PAYMENT' TO SM-CAPTION.
002590     MOVE I-MIN-PAY       TO SM-AMOUNT.
002600     PERFORM 3100-PRINT-MONEY-LINE.
002601     IF I-FEE-BAL > 0
002602         MOVE 'LATE CHARGES DUE'    TO SM-CAPTION
002603         MOVE I-FEE-BAL       TO SM-AMOUNT
002604         PERFORM 3100-PRINT-MONEY-LINE
002605     END-IF.
002610     MOVE 'CLOSING BALANCE'         TO SM-CAPTION.
002620     MOVE C-BALANCE       TO SM-AMOUNT.
002630     PERFORM 3100-PRINT-MONEY-LINE.
