000252*                 A PAYMENT PROG4 HAS REVERSED FOR NSF, AND
000253*                 THE REVERSAL ENTRY ITSELF, ARE SKIPPED BY
000254*                 THE NEW H-REC-TYPE BYTE.
000255* 10/15/2026 JAM  THE MASTER RECORD GROWS TO 120 BYTES FOR
000256*                 THE LATE-CHARGE FIELDS.  THE AGED
000257*                 BALANCE NOW INCLUDES M-FEE-BAL, AS
000258*                 PROG1'S DOES.
000259* 10/15/2026 JAM  ADDED AGEEXT-FILE, A FIXED-FORMAT
000260*                 EXTRACT OF EVERY AGED ACCOUNT IN REPORT
000261*                 ORDER - BALANCE, LAST PAYMENT, DAYS,
000262*                 BUCKET, MINIMUM PAYMENT, PAID THIS
000263*                 PERIOD, LATE CHARGES OWED, AND BRANCH -
000264*                 SO THE PAST-DUE NOTICE RUN WORKS FROM
000265*                 THE SAME AGING RESULT COLLECTIONS SEES
000266*                 ON PAPER.
000267* 10/15/2026 JAM  THE MASTER NOW CARRIES A LOAN STATUS
000268*                 CODE.  A CHARGED-OFF ACCOUNT IS NO
000269*                 LONGER AGED - IT IS ONLY COUNTED ON THE
000270*                 TRAILER - SO IT DROPS OFF THE REPORT AND
000271*                 THE EXTRACT.
000272* 10/15/2026 JAM  A PAID-IN-FULL LOAN IS NO LONGER AGED
000273*                 EITHER - ITS LOAN AND PAID FIELDS STAY ON
000274*                 THE MASTER, SO IT WOULD AGE WITH A
000275*                 BALANCE AND DRAW A PAST-DUE NOTICE.  IT
000276*                 IS COUNTED ON A SECOND TRAILER LINE.
000277*----------------------------------------------------------
000278 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000410         RECORD KEY IS H-KEY
000420         FILE STATUS IS WS-PAYHIST-STATUS.
000430     SELECT AGING-FILE   ASSIGN TO UR-S-AGING.
000435     SELECT AGEEXT-FILE  ASSIGN TO DA-S-AGEEXT.
000440     SELECT SORT-FILE    ASSIGN TO SORTWK1.
000450 DATA DIVISION.
000460 FILE SECTION.
000600     03  M-PAID4          PIC 9999V99.
000610     03  M-MIN-PAY        PIC 9999V99.
000620     03  M-INT-RATE       PIC 9V9999.
000630     03  M-BRANCH         PIC 9(2).
000631     03  M-FEE-BAL        PIC 9999V99.
000632     03  M-FEE-CYCLE      PIC X(6).
000633     03  M-STATUS         PIC X(1).
000634         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
000635         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
000636         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
000637     03  FILLER           PIC X(37).
000640************************************************************
000650*      PAYMENT HISTORY WRITTEN BY PROG4, KEYED BY ACCOUNT
000660*      NUMBER PLUS PAYMENT DATE PLUS A SEQUENCE NUMBER
000800 FD  AGING-FILE
000810     LABEL RECORDS ARE OMITTED.
000820 01  AGING-REC            PIC X(90).
000821************************************************************
000822*      AGING EXTRACT - ONE FIXED-FORMAT RECORD PER AGED
000823*      ACCOUNT, WORST FIRST, FOR THE PROGRAMS THAT WORK FROM
000824*      THE AGING RESULT RATHER THAN THE PRINTED REPORT
000825************************************************************
000826 FD  AGEEXT-FILE
000827     BLOCK CONTAINS 0 RECORDS
000828     LABEL RECORDS ARE STANDARD.
000829 01  AGEEXT-REC           PIC X(80).
000830************************************************************
000840*      SORT WORK FILE - ONE AGED ACCOUNT PER ENTRY SO THE
000850*      REPORT COMES OUT WORST BUCKET FIRST AND WORST-FIRST
000930     03  S-ACCT-NO        PIC 9(6).
000940     03  S-NAME           PIC X(20).
000950     03  S-LAST-PAY       PIC 9(8).
000951     03  S-MIN-PAY        PIC 9999V99.
000952     03  S-PAID           PIC 99999V99.
000953     03  S-FEE-BAL        PIC 9999V99.
000954     03  S-BRANCH         PIC 9(2).
000960 WORKING-STORAGE SECTION.
000970************************************************************
000980*      AGED FIGURES FOR THE ACCOUNT UNDER SWEEP, BUILT BY
001060     03  C-LAST-PAY       PIC 9(8).
001070     03  C-DAYS           PIC 9(4).
001080     03  C-BUCKET         PIC 9.
001081     03  C-MIN-PAY        PIC 9999V99.
001082     03  C-PAID           PIC 99999V99.
001083     03  C-FEE-BAL        PIC 9999V99.
001084     03  C-BRANCH         PIC 9(2).
001090 01  C-LAST-PAY-SPLIT REDEFINES CURR-REC.
001100     03  FILLER           PIC X(35).
001110     03  C-LP-YYYY        PIC 9(4).
001120     03  C-LP-MM          PIC 9(2).
001130     03  C-LP-DD          PIC 9(2).
001131     03  FILLER           PIC X(26).
001132************************************************************
001133*      LAYOUT FOR THE AGING EXTRACT RECORD.  BUCKET 1 IS
001134*      CURRENT, 2 IS 30 DAYS, 3 IS 60, 4 IS 90, 5 IS
001135*      120-PLUS.  THE BALANCE IS FIGURED AS PROG1 FIGURES
001136*      IT, AND AX-PAID IS THE PERIOD'S M-PAID1 THRU M-PAID4
001137************************************************************
001138 01  AGEEXT-DATA.
001139     03  AX-ACCT-NO       PIC 9(6).
001140     03  AX-NAME          PIC X(20).
001141     03  AX-BALANCE       PIC 9(7)V99.
001142     03  AX-LAST-PAY      PIC 9(8).
001143     03  AX-DAYS          PIC 9(4).
001144     03  AX-BUCKET        PIC 9.
001145     03  AX-MIN-PAY       PIC 9999V99.
001146     03  AX-PAID          PIC 99999V99.
001147     03  AX-FEE-BAL       PIC 9999V99.
001148     03  AX-BRANCH        PIC 9(2).
001149     03  FILLER           PIC X(11).
001150************************************************************
001160*      LAYOUT FOR THE AGING REPORT DETAIL LINE
001170************************************************************
001860     03  FILLER           PIC X(3)    VALUE SPACES.
001870     03  FILLER           PIC X(15)   VALUE 'TOTAL BALANCE:'.
001880     03  T-BAL-SUM        PIC $ZZZZZZ9.99.
001881     03  FILLER           PIC X(3)    VALUE SPACES.
001882     03  FILLER           PIC X(23)   VALUE
001883         'CHARGED OFF, NOT AGED:'.
001884     03  T-CO-CTR         PIC ZZZZ9.
001885 01  PRNT-TRAILER2.
001886     03  FILLER           PIC X(52)   VALUE SPACES.
001887     03  FILLER           PIC X(23)   VALUE
001888         'PAID IN FULL, NOT AGED:'.
001889     03  T-PIF-CTR        PIC ZZZZ9.
001890 01  MISC.
001900************************************************************
001910*      END OF FILE (EOF) SWITCHES        *
002450 01  WS-TOTALS.
002460     03  WS-ACCT-CTR      PIC 9(5)     VALUE 0    COMP.
002470     03  WS-BAL-SUM       PIC 9(7)V99  VALUE 0.
002471     03  WS-CO-CTR        PIC 9(5)     VALUE 0    COMP.
002472     03  WS-PIF-CTR       PIC 9(5)     VALUE 0    COMP.
002480************************************************************
002490*      START OF PROCEDURE DIVISION
002500************************************************************
002680                 WS-PAYHIST-STATUS
002690         STOP RUN
002700     END-IF.
002710     OPEN OUTPUT AGING-FILE
002711          OUTPUT AGEEXT-FILE.
002720     ACCEPT WS-SYSTEM-DATE FROM DATE.
002730     MOVE WS-SYS-MM       TO WS-EDIT-MM.
002740     MOVE WS-SYS-DD       TO WS-EDIT-DD.
002860     PERFORM 7000-PRINT-TRAILER.
002870     CLOSE MASTER-FILE
002880           PAYHIST-FILE
002890           AGING-FILE
002891           AGEEXT-FILE.
002900     STOP RUN.
002910************************************************************
002920*      2000-SWEEP-AND-RELEASE IS THE SORT INPUT PROCEDURE.
002990     PERFORM 2100-AGE-ONE-ACCOUNT
003000         UNTIL EOF-M = 1.
003010************************************************************
003020*      2100-AGE-ONE-ACCOUNT AGES THE CURRENT MASTER RECORD
003030*      AND READS THE NEXT.  ONLY AN ACTIVE LOAN IS AGED.  A
003040*      CHARGED-OFF OR PAID-IN-FULL ACCOUNT IS NO LONGER A
003050*      RECEIVABLE, SO IT IS ONLY COUNTED - IT NEVER REACHES
003060*      THE REPORT OR THE EXTRACT, AND SO NEVER DRAWS A
003061*      PAST-DUE NOTICE OR A CHARGE-OFF PROPOSAL
003070************************************************************
003071 2100-AGE-ONE-ACCOUNT.
003072     IF LOAN-IS-ACTIVE
003073         PERFORM 2150-AGE-AND-RELEASE
003074     ELSE
003075         IF LOAN-IS-PAID-IN-FULL
003076             ADD 1 TO WS-PIF-CTR
003077         ELSE
003078             ADD 1 TO WS-CO-CTR
003079         END-IF
003080     END-IF.
003081     PERFORM 9000-READ-MASTER.
003082************************************************************
003083*      2150-AGE-AND-RELEASE COMPUTES THE ACCOUNT'S BALANCE
003084*      THE SAME WAY PROG1'S 2200-BUILD-CURR-REC DOES, FINDS
003085*      ITS LATEST PAYMENT DATE ON HISTORY, AGES IT INTO A
003086*      BUCKET, AND RELEASES THE SORT ENTRY
003087************************************************************
003088 2150-AGE-AND-RELEASE.
003090     COMPUTE WS-PAID-SUM = M-PAID1 + M-PAID2
003100                         + M-PAID3 + M-PAID4.
003110     COMPUTE WS-CALC-INT ROUNDED = M-LOAN * M-INT-RATE.
003120     COMPUTE WS-CALC-BAL = M-LOAN + WS-CALC-INT
003130                         - WS-PAID-SUM + M-FEE-BAL.
003140     PERFORM 2200-FIND-LAST-PAYMENT.
003150     PERFORM 2300-COMPUTE-DAYS-SINCE.
003160     PERFORM 2400-SET-BUCKET.
003200     MOVE M-ACCT-NO       TO S-ACCT-NO.
003210     MOVE M-NAME          TO S-NAME.
003220     MOVE WS-LAST-PAY-DATE TO S-LAST-PAY.
003221     MOVE M-MIN-PAY       TO S-MIN-PAY.
003222     MOVE WS-PAID-SUM     TO S-PAID.
003223     MOVE M-FEE-BAL       TO S-FEE-BAL.
003224     MOVE M-BRANCH        TO S-BRANCH.
003230     RELEASE SORT-REC.
003250************************************************************
003260*      2200-FIND-LAST-PAYMENT POSITIONS THE HISTORY FILE AT
003270*      THE ACCOUNT'S FIRST PAYMENT AND READS FORWARD TO THE
004340         MOVE S-LAST-PAY   TO C-LAST-PAY
004350         MOVE S-DAYS       TO C-DAYS
004360         MOVE S-BUCKET     TO C-BUCKET
004361         MOVE S-MIN-PAY    TO C-MIN-PAY
004362         MOVE S-PAID       TO C-PAID
004363         MOVE S-FEE-BAL    TO C-FEE-BAL
004364         MOVE S-BRANCH     TO C-BRANCH
004370     END-IF.
004380************************************************************
004390*      3200-PRINT-ONE-AGED-REC PRINTS THE ACCOUNT CURRENTLY
005090************************************************************
005100*      1600-PRINT-DETAIL MOVES THE AGED ACCOUNT TO THE PRINT
005110*      STRUCTURE, PRINTS IT, AND ADDS IT TO THE BUCKET AND
005120*      GRAND TOTALS, AND WRITES ITS EXTRACT RECORD.  AN
005130*      ACCOUNT THAT HAS NEVER PAID SHOWS 'NO PMTS' IN THE
005131*      LAST-PAYMENT COLUMN
005140************************************************************
005150 1600-PRINT-DETAIL.
005160     MOVE C-ACCT-NO       TO L-ACCT-NO.
005300     ADD 1                TO WS-BK-ACCT-CTR.
005310     ADD C-BALANCE        TO WS-BK-BAL-SUM.
005320     ADD 1                TO WS-ACCT-CTR.
005321     ADD C-BALANCE        TO WS-BAL-SUM.
005322     PERFORM 1650-WRITE-AGE-EXTRACT.
005323************************************************************
005324*      1650-WRITE-AGE-EXTRACT WRITES THE SAME AGED ACCOUNT
005325*      TO THE FIXED-FORMAT AGING EXTRACT
005326************************************************************
005327 1650-WRITE-AGE-EXTRACT.
005328     MOVE C-ACCT-NO       TO AX-ACCT-NO.
005329     MOVE C-NAME          TO AX-NAME.
005330     MOVE C-BALANCE       TO AX-BALANCE.
005331     MOVE C-LAST-PAY      TO AX-LAST-PAY.
005332     MOVE C-DAYS          TO AX-DAYS.
005333     MOVE C-BUCKET        TO AX-BUCKET.
005334     MOVE C-MIN-PAY       TO AX-MIN-PAY.
005335     MOVE C-PAID          TO AX-PAID.
005336     MOVE C-FEE-BAL       TO AX-FEE-BAL.
005337     MOVE C-BRANCH        TO AX-BRANCH.
005338     WRITE AGEEXT-REC FROM AGEEXT-DATA.
005340************************************************************
005350*      5000-PRINT-HEAD PRINTS THE RUN-DATE/PAGE-NUMBER LINE
005360*      AND THE COLUMN HEADING LINE AT THE TOP OF EACH NEW
005540 7000-PRINT-TRAILER.
005550     MOVE WS-ACCT-CTR TO T-ACCT-CTR.
005560     MOVE WS-BAL-SUM  TO T-BAL-SUM.
005561     MOVE WS-CO-CTR   TO T-CO-CTR.
005570     WRITE AGING-REC FROM PRNT-TRAILER1
005580           AFTER ADVANCING 2 LINES.
005581     MOVE WS-PIF-CTR  TO T-PIF-CTR.
005582     WRITE AGING-REC FROM PRNT-TRAILER2
005583           AFTER ADVANCING 1 LINE.
005590************************************************************
005600*      9000-READ-MASTER READS THE NEXT MASTER RECORD IN
005610*      ACCOUNT NUMBER ORDER
