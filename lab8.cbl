000236*                 LONGER RECONCILE CLEAN AGAINST AN EQUALLY
000237*                 STALE REPORT.  THE RUN STAMPS ITS OWN
000238*                 START AND COMPLETION THE SAME WAY.
000239* 10/15/2026 JAM  THE CONTROL-TOTALS RECORDS PROG1 WRITES
000240*                 NOW CARRY THE LATE CHARGES OWED
000241*                 (CD-FEE-BAL, CT-FEE-SUM).  THE
000242*                 RECOMPUTED BALANCE INCLUDES M-FEE-BAL
000243*                 THE SAME WAY PROG1'S DOES, THE FEE
000244*                 FIGURE IS CHECKED ACCOUNT BY ACCOUNT AND
000245*                 IN TOTAL, AND THE PRIOR-RUN ROLL ADDS
000246*                 THE CHANGE IN FEES OWED.
000247* 10/15/2026 JAM  THE MASTER NOW CARRIES A LOAN STATUS
000248*                 CODE.  CHARGED-OFF ACCOUNTS ARE LEFT OUT
000249*                 OF THE MASTER SWEEP THE SAME WAY PROG1
000250*                 LEAVES THEM OFF THE REPORT, SO THEY ARE
000251*                 NEITHER TOTALED NOR FLAGGED AS MISSING
000252*                 FROM IT.
000253* 10/15/2026 JAM  PAID-IN-FULL ACCOUNTS ARE LEFT OUT OF THE
000254*                 SWEEP TOO, AS PROG1 NOW LEAVES THEM OUT.
000255*----------------------------------------------------------
000257 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000550     03  M-MIN-PAY        PIC 9999V99.
000560     03  M-INT-RATE       PIC 9V9999.
000570     03  FILLER           PIC X(2).
000571     03  M-FEE-BAL        PIC 9999V99.
000572     03  M-FEE-CYCLE      PIC X(6).
000573     03  M-STATUS         PIC X(1).
000574         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
000575         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
000576         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
000577     03  FILLER           PIC X(37).
000580************************************************************
000590*      CONTROL-TOTALS FILE WRITTEN BY THIS MORNING'S PROG1
000600*      RUN - 'D' DETAIL RECORDS THEN ONE 'T' TOTAL RECORD
000620 FD  CTLTOT-FILE
000630     BLOCK CONTAINS 0 RECORDS
000640     LABEL RECORDS ARE STANDARD.
000650 01  CTLTOT-REC           PIC X(58).
000660************************************************************
000670*      THE PRIOR RUN'S CONTROL-TOTALS FILE.  A MISSING FILE
000680*      MEANS A FIRST RUN - THE RUN-TO-RUN CHECK IS SKIPPED
000700 FD  PRIOR-FILE
000710     BLOCK CONTAINS 0 RECORDS
000720     LABEL RECORDS ARE STANDARD.
000730 01  PRIOR-REC            PIC X(58).
000740************************************************************
000750*      OUT-OF-BALANCE REPORT
000760************************************************************
000910     03  CD-PAID          PIC 99999V99.
000920     03  CD-INTEREST      PIC 9(6)V99.
000930     03  CD-BALANCE       PIC 9(7)V99.
000931     03  CD-FEE-BAL       PIC 9999V99.
000935     03  FILLER           PIC X(14).
000940 01  CTL-TOTAL-DATA REDEFINES CTL-DETAIL-DATA.
000950     03  FILLER           PIC X(1).
000960     03  CT-RUN-DATE      PIC 9(6).
000990     03  CT-PAID-SUM      PIC 9(7)V99.
001000     03  CT-INT-SUM       PIC 9(7)V99.
001010     03  CT-BAL-SUM       PIC 9(7)V99.
001011     03  CT-FEE-SUM       PIC 9(7)V99.
001020************************************************************
001030*      THE PRIOR RUN'S TOTAL RECORD, SAVED WHEN ITS 'T'
001040*      RECORD IS FOUND.  A PRIOR RUN MADE BEFORE LATE
001041*      CHARGES WERE CARRIED HAS NO FEE TOTAL - ITS
001042*      PT-FEE-SUM READS AS SPACES AND COUNTS AS ZERO
001050************************************************************
001060 01  PRIOR-TOTAL-DATA.
001070     03  PT-REC-TYPE      PIC X(1).
001120     03  PT-PAID-SUM      PIC 9(7)V99.
001130     03  PT-INT-SUM       PIC 9(7)V99.
001140     03  PT-BAL-SUM       PIC 9(7)V99.
001141     03  PT-FEE-SUM       PIC 9(7)V99.
001150************************************************************
001160*      LAYOUT FOR AN OUT-OF-BALANCE DETAIL LINE NAMING THE
001170*      ACCOUNT THAT DIFFERS
001740     03  WS-SWEEP-PAID    PIC 9(7)V99  VALUE 0.
001750     03  WS-SWEEP-INT     PIC 9(7)V99  VALUE 0.
001760     03  WS-SWEEP-BAL     PIC 9(7)V99  VALUE 0.
001761     03  WS-SWEEP-FEE     PIC 9(7)V99  VALUE 0.
001770 01  WS-EXPECTED-BAL      PIC S9(8)V99 VALUE 0.
001780************************************************************
001790*      OUT-OF-BALANCE SWITCH AND THE SWITCH SAYING WHETHER
002110     03  WS-CT-PAID-SUM   PIC 9(7)V99  VALUE 0.
002120     03  WS-CT-INT-SUM    PIC 9(7)V99  VALUE 0.
002130     03  WS-CT-BAL-SUM    PIC 9(7)V99  VALUE 0.
002131     03  WS-CT-FEE-SUM    PIC 9(7)V99  VALUE 0.
002140************************************************************
002150*      START OF PROCEDURE DIVISION
002160************************************************************
002820             MOVE CT-PAID-SUM  TO WS-CT-PAID-SUM
002830             MOVE CT-INT-SUM   TO WS-CT-INT-SUM
002840             MOVE CT-BAL-SUM   TO WS-CT-BAL-SUM
002841             MOVE CT-FEE-SUM   TO WS-CT-FEE-SUM
002850     END-EVALUATE.
002860     PERFORM 9000-READ-CONTROL.
002870************************************************************
003280*      1500-COMPARE-FIGURES RECOMPUTES PAID, INTEREST, AND
003290*      BALANCE FROM THE MASTER RECORD JUST READ AND PRINTS
003300*      A LINE FOR EACH FIGURE THAT DOES NOT MATCH WHAT THE
003310*      REPORT CARRIED, LATE CHARGES INCLUDED
003320************************************************************
003330 1500-COMPARE-FIGURES.
003340     COMPUTE WS-CALC-PAID = M-PAID1 + M-PAID2
003360     COMPUTE WS-CALC-INTEREST ROUNDED
003370         = M-LOAN * M-INT-RATE.
003380     COMPUTE WS-CALC-BALANCE
003390         = M-LOAN + WS-CALC-INTEREST - WS-CALC-PAID
003391         + M-FEE-BAL.
003400     IF CD-LOAN NOT = M-LOAN
003410         MOVE 'LOAN AMOUNT DIFFERS'      TO R-REASON
003420         MOVE CD-LOAN         TO R-REPORT-AMT
003610         MOVE WS-CALC-BALANCE TO R-MASTER-AMT
003620         PERFORM 1600-WRITE-DIFFERENCE
003630     END-IF.
003631     IF CD-FEE-BAL NOT = M-FEE-BAL
003632         MOVE 'LATE CHARGES DIFFER'      TO R-REASON
003633         MOVE CD-FEE-BAL      TO R-REPORT-AMT
003634         MOVE M-FEE-BAL       TO R-MASTER-AMT
003635         PERFORM 1600-WRITE-DIFFERENCE
003636     END-IF.
003640************************************************************
003650*      1600-WRITE-DIFFERENCE PRINTS ONE OUT-OF-BALANCE LINE
003660*      FOR THE ACCOUNT UNDER CHECK AND MARKS THE RUN OUT OF
003810     PERFORM 2100-SWEEP-ONE-ACCOUNT
003820         UNTIL EOF-M = 1.
003830************************************************************
003840*      2100-SWEEP-ONE-ACCOUNT SWEEPS THE CURRENT MASTER
003850*      RECORD ONLY IF THE LOAN IS ACTIVE - PROG1 LEAVES
003851*      CHARGED-OFF AND PAID-IN-FULL ACCOUNTS OUT OF THE
003852*      REPORT, SO THE SWEEP LEAVES THEM OUT TOO - AND READS
003853*      THE NEXT ONE
003870************************************************************
003880 2100-SWEEP-ONE-ACCOUNT.
003881     IF LOAN-IS-ACTIVE
003882         PERFORM 2150-SWEEP-ACTIVE-ACCOUNT
003883     END-IF.
003884     PERFORM 9100-READ-MASTER-NEXT.
003885************************************************************
003886*      2150-SWEEP-ACTIVE-ACCOUNT ADDS THE CURRENT MASTER
003887*      RECORD TO THE SWEEP TOTALS AND CHECKS IT WAS REPORTED
003888************************************************************
003889 2150-SWEEP-ACTIVE-ACCOUNT.
003890     COMPUTE WS-CALC-PAID = M-PAID1 + M-PAID2
003900                          + M-PAID3 + M-PAID4.
003910     COMPUTE WS-CALC-INTEREST ROUNDED
003920         = M-LOAN * M-INT-RATE.
003930     COMPUTE WS-CALC-BALANCE
003940         = M-LOAN + WS-CALC-INTEREST - WS-CALC-PAID
003941         + M-FEE-BAL.
003950     ADD 1                TO WS-SWEEP-CTR.
003960     ADD M-LOAN           TO WS-SWEEP-LOAN.
003970     ADD WS-CALC-PAID     TO WS-SWEEP-PAID.
003980     ADD WS-CALC-INTEREST TO WS-SWEEP-INT.
003990     ADD WS-CALC-BALANCE  TO WS-SWEEP-BAL.
003991     ADD M-FEE-BAL        TO WS-SWEEP-FEE.
004000     PERFORM 2200-CHECK-WAS-REPORTED.
004010     IF ACCT-NOT-REPORTED
004020         SET RUN-OUT-OF-BALANCE TO TRUE
004070         WRITE RECON-REC FROM RECON-DATA1
004080               AFTER ADVANCING 1 LINE
004090     END-IF.
004110************************************************************
004120*      2200-CHECK-WAS-REPORTED SCANS THE REPORTED-ACCOUNT
004130*      TABLE FOR THE CURRENT MASTER ACCOUNT, A SLOT AT A
004310************************************************************
004320*      3000-CHECK-TOTALS COMPARES THE RUN'S TOTAL RECORD
004330*      AGAINST THE INDEPENDENT MASTER SWEEP, AND AGAINST THE
004340*      PRIOR RUN'S TOTALS: PRIOR BALANCE PLUS NEW LOANS,
004350*      INTEREST, AND THE CHANGE IN LATE CHARGES OWED LESS
004351*      NEW PAYMENTS MUST EQUAL THE NEW BALANCE.  A MISSING
004360*      PRIOR FILE MEANS A FIRST RUN AND SKIPS THAT CHECK
004380************************************************************
004390 3000-CHECK-TOTALS.
004400     IF WS-CT-REC-COUNT NOT = WS-SWEEP-CTR
004610         MOVE WS-SWEEP-BAL    TO R2-EXPECT-AMT
004620         PERFORM 3100-WRITE-TOTAL-DIFF
004630     END-IF.
004631     IF WS-CT-FEE-SUM NOT = WS-SWEEP-FEE
004632         MOVE 'LATE CHARGE TOTAL DIFFERS' TO R2-LABEL
004633         MOVE WS-CT-FEE-SUM   TO R2-REPORT-AMT
004634         MOVE WS-SWEEP-FEE    TO R2-EXPECT-AMT
004635         PERFORM 3100-WRITE-TOTAL-DIFF
004636     END-IF.
004640     PERFORM 4000-READ-PRIOR-TOTAL.
004650     IF PRIOR-TOTAL-FOUND
004651         IF PT-FEE-SUM NOT NUMERIC
004652             MOVE 0 TO PT-FEE-SUM
004653         END-IF
004660         COMPUTE WS-EXPECTED-BAL
004670             = PT-BAL-SUM
004680             + (WS-CT-LOAN-SUM - PT-LOAN-SUM)
004690             + (WS-CT-INT-SUM  - PT-INT-SUM)
004695             + (WS-CT-FEE-SUM  - PT-FEE-SUM)
004700             - (WS-CT-PAID-SUM - PT-PAID-SUM)
004710         IF WS-CT-BAL-SUM NOT = WS-EXPECTED-BAL
004720             MOVE 'PRIOR-RUN ROLL DIFFERS'  TO R2-LABEL
