000235*                 BACK SIDE BY SIDE.  A FIRST CLOSE ON AN
000236*                 EMPTY FILE STILL WORKS - THE SELECT IS NOW
000237*                 OPTIONAL.
000238* 10/15/2026 JAM  THE MASTER RECORD GROWS TO 120 BYTES FOR
000239*                 THE LATE-CHARGE FEE BALANCE PROG20 KEEPS
000240*                 PLUS A RESERVE FILLER.  THIS PROGRAM DOES
000241*                 NOT USE THE NEW FIELDS, SO THEY SIT IN
000242*                 THE TRAILING FILLER.
000243* 10/15/2026 JAM  THE MASTER NOW CARRIES A LOAN STATUS
000244*                 CODE, M-STATUS.  A CHARGED-OFF ACCOUNT
000245*                 IS NO LONGER CLOSED: NO INTEREST IS
000246*                 ACCRUED OR CAPITALIZED, NO PERIOD
000247*                 HISTORY IS WRITTEN, AND THE LOG SHOWS IT
000248*                 AS CHARGED OFF WITH A COUNT ON THE
000249*                 TRAILER.
000250* 10/15/2026 JAM  A LOAN FLAGGED PAID IN FULL BY PROG4
000251*                 AGAINST A PAYOFF QUOTE IS NOT CLOSED
000252*                 EITHER: NO INTEREST IS ACCRUED OR
000253*                 CAPITALIZED AND NO PERIOD HISTORY IS
000254*                 WRITTEN.  THE LOG SHOWS IT AS PAID OFF
000255*                 WITH A COUNT ON THE SECOND TRAILER LINE.
000256*----------------------------------------------------------
000257 ENVIRONMENT DIVISION.
000258 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280 INPUT-OUTPUT SECTION.
000550     03  M-MIN-PAY        PIC 9999V99.
000560     03  M-INT-RATE       PIC 9V9999.
000570     03  FILLER           PIC X(2).
000571     03  FILLER           PIC X(12).
000572     03  M-STATUS         PIC X(1).
000573         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
000574         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
000575         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
000576     03  FILLER           PIC X(37).
000580************************************************************
000590*      CLOSE PARAMETER FILE - THE ONE PERIOD BEING CLOSED,
000600*      FOR EXAMPLE 2026Q3
001400     03  FILLER           PIC X(18)  VALUE
001410         'ACCOUNTS SKIPPED:'.
001420     03  FILLER           PIC X(1)   VALUE SPACES.
001421     03  GT-SKIP-CTR      PIC ZZZZ9.
001422     03  FILLER           PIC X(3)   VALUE SPACES.
001423     03  FILLER           PIC X(12)  VALUE 'CHARGED OFF:'.
001424     03  FILLER           PIC X(1)   VALUE SPACES.
001425     03  GT-CO-CTR        PIC ZZZZ9.
001431************************************************************
001432*      LAYOUT FOR THE SECOND CLOSE LOG TRAILER LINE
001433************************************************************
001436         'INTEREST CAPITALIZED:'.
001437     03  FILLER           PIC X(1)   VALUE SPACES.
001438     03  GT-CAP-INT       PIC $ZZZZZZ9.99.
001439     03  FILLER           PIC X(3)   VALUE SPACES.
001440     03  FILLER           PIC X(13)  VALUE 'PAID IN FULL:'.
001441     03  FILLER           PIC X(1)   VALUE SPACES.
001442     03  GT-PIF-CTR       PIC ZZZZ9.
001443 01  MISC.
001450************************************************************
001460*      END OF FILE (EOF) SWITCH        *
001470*    0=NOT AT EOF       1=AT EOF        *
001500     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
001510     03  ROLL-CTR         PIC 9(5)     VALUE 0    COMP.
001520     03  SKIP-CTR         PIC 9(5)     VALUE 0    COMP.
001522     03  CO-CTR           PIC 9(5)     VALUE 0    COMP.
001524     03  PIF-CTR          PIC 9(5)     VALUE 0    COMP.
001530 01  WS-LOG-RESULT        PIC X(24)    VALUE SPACES.
001540************************************************************
001550*      CLOSING FIGURES FOR THE ACCOUNT BEING ROLLED,
002260         STOP RUN
002270     END-IF.
002280************************************************************
002281*      2000-CLOSE-ONE-ACCOUNT CLOSES THE CURRENT ACCOUNT
002282*      AND READS THE NEXT.  A CHARGED-OFF ACCOUNT IS OUT OF
002283*      THE ACTIVE PORTFOLIO - IT ACCRUES NO INTEREST, WRITES
002284*      NO PERIOD HISTORY, AND IS NOT ROLLED, ONLY LOGGED AND
002285*      COUNTED.  A LOAN PAID IN FULL AGAINST A PAYOFF QUOTE
002286*      HAS HAD ITS LAST INTEREST TAKEN WITH THE PAYOFF AND IS
002287*      TREATED THE SAME WAY
002288************************************************************
002289 2000-CLOSE-ONE-ACCOUNT.
002290     EVALUATE TRUE
002291         WHEN LOAN-IS-CHARGED-OFF
002292             MOVE 0               TO WS-CLOSE-BAL
002293             MOVE 'CHARGED OFF - NO ACCRUAL'
002294                  TO WS-LOG-RESULT
002295             ADD 1 TO CO-CTR
002296             PERFORM 5000-WRITE-LOG
002297         WHEN LOAN-IS-PAID-IN-FULL
002298             MOVE 0               TO WS-CLOSE-BAL
002299             MOVE 'PAID OFF - NO ACCRUAL'
002300                  TO WS-LOG-RESULT
002301             ADD 1 TO PIF-CTR
002302             PERFORM 5000-WRITE-LOG
002303         WHEN OTHER
002304             PERFORM 2100-CLOSE-ACTIVE-ACCOUNT
002305     END-EVALUATE.
002306     PERFORM 9000-READ-MASTER.
002307************************************************************
002308*      2100-CLOSE-ACTIVE-ACCOUNT COMPUTES THE ACCOUNT'S
002309*      CLOSING FIGURES, WRITES THEM TO THE PERIOD HISTORY,
002310*      ROLLS THE MASTER RECORD, AND LOGS IT.  A BALANCE TOO
002320*      BIG FOR THE LOAN FIELD IS LOGGED AND LEFT UNROLLED
002330*      RATHER THAN TRUNCATED
002340************************************************************
002350 2100-CLOSE-ACTIVE-ACCOUNT.
002360     COMPUTE WS-CLOSE-PAID = M-PAID1 + M-PAID2
002370                           + M-PAID3 + M-PAID4.
002380     COMPUTE WS-CLOSE-INT ROUNDED = M-LOAN * M-INT-RATE.
002470         PERFORM 4000-ROLL-MASTER-RECORD
002480     END-IF.
002490     PERFORM 5000-WRITE-LOG.
002510************************************************************
002520*      3000-WRITE-PERIOD-HISTORY WRITES THE ACCOUNT'S
002530*      CLOSING FIGURES FOR THE PERIOD BEING CLOSED
003008     END-IF.
003009************************************************************
003010*      8000-PRINT-TRAILER PRINTS THE COUNT OF ACCOUNTS
003011*      ROLLED, SKIPPED, CHARGED OFF, AND PAID IN FULL AT THE
003012*      END OF THE RUN
003013************************************************************
003014 8000-PRINT-TRAILER.
003020     MOVE ROLL-CTR TO GT-ROLL-CTR.
003030     MOVE SKIP-CTR TO GT-SKIP-CTR.
003031     MOVE CO-CTR   TO GT-CO-CTR.
003040     WRITE LOG-REC FROM LOG-TRAILER1
003042           AFTER ADVANCING 2 LINES.
003044     MOVE WS-CAP-INT-SUM TO GT-CAP-INT.
003046     MOVE PIF-CTR  TO GT-PIF-CTR.
003048     WRITE LOG-REC FROM LOG-TRAILER2
003053           AFTER ADVANCING 1 LINE.
003060************************************************************
003070*      9000-READ-MASTER READS THE NEXT MASTER RECORD IN
