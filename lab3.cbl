000252*                 YESTERDAY'S DA-S-UNLOAD.  THE RUN STAMPS
000253*                 ITS OWN START AND COMPLETION THE SAME WAY
000254*                 FOR PROG6 TO CHECK.
000259* 10/15/2026 JAM  ADDED I-FEE-BAL, THE OUTSTANDING LATE
000264*                 CHARGES PROG20 ASSESSES, BEHIND I-BRANCH
000269*                 IN THE INPUT LAYOUT WITH A NUMERIC EDIT.
000281*                 THE CHARGES ARE PART OF THE BALANCE,
000286*                 PRINT IN A NEW FEES COLUMN, SUBTOTAL ON
000291*                 THE BRANCH AND GRAND-TOTAL LINES, AND
000296*                 RIDE ON THE EXTRACT AND ON THE
000301*                 CONTROL-TOTALS DETAIL AND TOTAL RECORDS
000306*                 SO PROG6 CAN TIE THEM OUT.
000311* 10/15/2026 JAM  ADDED I-STATUS, THE LOAN STATUS CODE
000316*                 PROG3 NOW UNLOADS, BEHIND I-FEE-BAL.  A
000321*                 CHARGED-OFF ACCOUNT IS LEFT OUT OF THE
000326*                 ACTIVE PORTFOLIO - NO INTEREST, NO
000331*                 REPORT LINE, NO TOTALS, NO EXTRACT OR
000336*                 CONTROL-TOTALS RECORD - AND IS ONLY
000341*                 COUNTED ON A SECOND TRAILER LINE.
000342* 10/15/2026 JAM  A PAID-IN-FULL ACCOUNT IS LEFT OUT OF THE
000343*                 ACTIVE PORTFOLIO THE SAME WAY - ITS LOAN
000344*                 AND PAID FIELDS STAY ON THE MASTER, SO IT
000345*                 WOULD STILL ACCRUE INTEREST AND SHOW A
000346*                 BALANCE - AND IS COUNTED BESIDE THE
000347*                 CHARGED-OFF ACCOUNTS ON THE TRAILER.
000188*----------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000395 FD  CTLTOT-FILE
000396     BLOCK CONTAINS 0 RECORDS
000397     LABEL RECORDS ARE STANDARD.
000398 01  CTLTOT-REC           PIC X(58).
000420 FD  PARM-FILE
000421     LABEL RECORDS ARE OMITTED.
000422 01  PARM-REC             PIC X(80).
000409     03  S-TOTAL          PIC 99999V99.
000409     03  S-MIN-PAY        PIC 9999V99.
000409     03  S-INTEREST       PIC 9(6)V99.
000411     03  S-BRANCH         PIC 9(2).
000413     03  S-FEE-BAL        PIC 9999V99.
000415 WORKING-STORAGE SECTION.
000420***********************************************************
000430*      LAYOUT FOR THE INPUT FILE
000440***********************************************************
000515     03  I-MIN-PAY        PIC 9999V99.
000517     03  I-INT-RATE       PIC 9V9999.
000520     03  I-BRANCH         PIC 9(2).
000521     03  I-FEE-BAL        PIC 9999V99.
000522     03  I-STATUS         PIC X(1).
000523         88  I-CHARGED-OFF             VALUE 'C'.
000524         88  I-PAID-IN-FULL            VALUE 'P'.
000530***********************************************************
000535*      CURRENT RECORD BEING VALIDATED OR PRINTED.  BUILT BY
000536*      2200-BUILD-CURR-REC BEFORE THE SORT AND REFILLED BY
000546     03  C-TOTAL          PIC 99999V99.
000547     03  C-BALANCE        PIC 9(7)V99.
000547     03  C-MIN-PAY        PIC 9999V99.
000549     03  C-INTEREST       PIC 9(6)V99.
000551     03  C-BRANCH         PIC 9(2).
000553     03  C-FEE-BAL        PIC 9999V99.
000555***********************************************************
000557*      LAYOUT FOR THE 1ST DATA LINE OF REPORT PRINTING
000560***********************************************************
000570 01  PRNT-DATA1.
000575     03  L-ACCT-NO        PIC 9(6).
000710     03  FILLER           PIC X(2)    VALUE SPACES.
000715     03  L-INTEREST       PIC ZZZZZ9.99.
000717     03  FILLER           PIC X(2)    VALUE SPACES.
000718     03  L-FEES           PIC ZZZ9.99.
000719     03  FILLER           PIC X(2)    VALUE SPACES.
000720     03  L-BALANCE        PIC $ZZZZZZ9.99.
000722     03  FILLER           PIC X(2)    VALUE SPACES.
000723     03  L-PAST-DUE       PIC X(8).
000724     03  X-TOTAL          PIC 9(5)V99.
000724     03  FILLER           PIC X(1)    VALUE '|'.
000724     03  X-BALANCE        PIC 9(7)V99.
000761     03  FILLER           PIC X(1)    VALUE '|'.
000771     03  X-FEE-BAL        PIC 9(4)V99.
000930************************************************************
000931*      LAYOUTS FOR THE CONTROL-TOTALS FILE READ BACK BY THE
000932*      PROG6 RECONCILIATION RUN - ONE 'D' DETAIL RECORD PER
000934*      REPORTED ACCOUNT AND ONE 'T' TOTAL RECORD AT THE END
000936************************************************************
000938 01  CTL-DETAIL-DATA.
000941     03  FILLER           PIC X(1)     VALUE 'D'.
000943     03  CD-ACCT-NO       PIC 9(6).
000945     03  CD-LOAN          PIC 99999V99.
000947     03  CD-PAID          PIC 99999V99.
000949     03  CD-INTEREST      PIC 9(6)V99.
000951     03  CD-BALANCE       PIC 9(7)V99.
000953     03  CD-FEE-BAL       PIC 9999V99.
000955 01  CTL-TOTAL-DATA.
000957     03  FILLER           PIC X(1)     VALUE 'T'.
000959     03  CT-RUN-DATE      PIC 9(6).
000961     03  CT-REC-COUNT     PIC 9(6).
000963     03  CT-LOAN-SUM      PIC 9(7)V99.
000965     03  CT-PAID-SUM      PIC 9(7)V99.
000967     03  CT-INT-SUM       PIC 9(7)V99.
000969     03  CT-BAL-SUM       PIC 9(7)V99.
000971     03  CT-FEE-SUM       PIC 9(7)V99.
001000************************************************************
001001*      LAYOUT FOR THE RUN-PARAMETER RECORD READ ONCE AT
001002*      START-UP.  IF PARM-FILE IS NOT PRESENT THE RUN TAKES
001015 01  CHKPT-DATA.
001016     03  WS-CHKPT-REC-COUNT    PIC 9(6)     VALUE 0.
001017************************************************************
001022*      LAYOUT FOR THE GRAND-TOTAL TRAILER LINE OF REPORT
001031************************************************************
001036 01  PRNT-TRAILER1.
001041     03  FILLER           PIC X(17)   VALUE 'LOANS PROCESSED:'.
001046     03  T-LOAN-CTR       PIC ZZZZ9.
001051     03  FILLER           PIC X(3)    VALUE SPACES.
001056     03  FILLER           PIC X(11)   VALUE 'TOTAL LOAN:'.
001061     03  T-LOAN-SUM       PIC $ZZZZZZ9.99.
001066     03  FILLER           PIC X(2)    VALUE SPACES.
001071     03  FILLER           PIC X(11)   VALUE 'TOTAL PAID:'.
001076     03  T-PAID-SUM       PIC $ZZZZZZ9.99.
001081     03  FILLER           PIC X(2)    VALUE SPACES.
001086     03  FILLER           PIC X(12)   VALUE 'TOTAL FEES:'.
001091     03  T-FEE-SUM        PIC $ZZZZZZ9.99.
001096     03  FILLER           PIC X(2)    VALUE SPACES.
001101     03  FILLER           PIC X(15)   VALUE 'TOTAL BALANCE:'.
001106     03  T-BAL-SUM        PIC $ZZZZZZ9.99.
001111************************************************************
001116*      LAYOUT FOR THE SECOND TRAILER LINE - THE COUNT OF
001121*      CHARGED-OFF AND PAID-IN-FULL ACCOUNTS LEFT OUT OF THE
001122*      PORTFOLIO
001126************************************************************
001131 01  PRNT-TRAILER2.
001136     03  FILLER           PIC X(31)   VALUE
001141         'CHARGED-OFF ACCOUNTS LEFT OUT:'.
001146     03  T-CO-CTR         PIC ZZZZ9.
001147     03  FILLER           PIC X(35)   VALUE
001148         '   PAID-IN-FULL ACCOUNTS LEFT OUT:'.
001149     03  T-PIF-CTR        PIC ZZZZ9.
001151************************************************************
000741*      LAYOUT FOR THE BRANCH SUBTOTAL LINE PRINTED AT EACH
000742*      BRANCH BREAK WHEN THE RUN IS IN BRANCH MODE
000743************************************************************
000751     03  FILLER           PIC X(6)    VALUE 'PAID: '.
000752     03  BT-PAID-SUM      PIC $ZZZZZZ9.99.
000753     03  FILLER           PIC X(2)    VALUE SPACES.
000758     03  FILLER           PIC X(10)   VALUE 'INTEREST: '.
000763     03  BT-INT-SUM       PIC $ZZZZZZ9.99.
000768     03  FILLER           PIC X(2)    VALUE SPACES.
000773     03  FILLER           PIC X(6)    VALUE 'FEES: '.
000778     03  BT-FEE-SUM       PIC $ZZZZZZ9.99.
000783     03  FILLER           PIC X(2)    VALUE SPACES.
000788     03  FILLER           PIC X(9)    VALUE 'BALANCE: '.
000793     03  BT-BAL-SUM       PIC $ZZZZZZ9.99.
000798************************************************************
000750*      LAYOUT FOR THE RUN-DATE / PAGE-NUMBER HEADING LINE
000760************************************************************
000770 01  PRNT-HEADING0.
001020     03                  PIC X(2)    VALUE SPACES.
001025     03                  PIC X(8)    VALUE 'INTEREST'.
001027     03                  PIC X(2)    VALUE SPACES.
001028     03                  PIC X(4)    VALUE 'FEES'.
001029     03                  PIC X(5)    VALUE SPACES.
001030     03                  PIC X(7)    VALUE 'BALANCE'.
001032     03                  PIC X(2)    VALUE SPACES.
001034     03                  PIC X(8)    VALUE 'STATUS'.
001900     03  WS-LOAN-SUM      PIC 9(7)V99  VALUE 0.
001910     03  WS-PAID-SUM      PIC 9(7)V99  VALUE 0.
001915     03  WS-INT-SUM       PIC 9(7)V99  VALUE 0.
001916     03  WS-BAL-SUM       PIC 9(7)V99  VALUE 0.
001917     03  WS-FEE-SUM       PIC 9(7)V99  VALUE 0.
001918     03  WS-CO-CTR        PIC 9(5)     VALUE 0    COMP.
001919     03  WS-PIF-CTR       PIC 9(5)     VALUE 0    COMP.
001921************************************************************
001922*      RUNNING BRANCH SUBTOTALS, RESET AT EVERY BRANCH
001923*      BREAK, AND THE BRANCH THE CURRENT SECTION BELONGS TO
001926     03  WS-BR-LOAN-SUM   PIC 9(7)V99  VALUE 0.
001927     03  WS-BR-PAID-SUM   PIC 9(7)V99  VALUE 0.
001928     03  WS-BR-INT-SUM    PIC 9(7)V99  VALUE 0.
001938     03  WS-BR-BAL-SUM    PIC 9(7)V99  VALUE 0.
001948     03  WS-BR-FEE-SUM    PIC 9(7)V99  VALUE 0.
001958 01  WS-PREV-BRANCH       PIC 9(2)     VALUE 0.
001921************************************************************
001922*      CHECKPOINT CONTROLS - WS-READ-CTR IS THE COUNT OF
001923*      INPUT RECORDS READ THIS RUN (RESTARTED RUNS START IT
002370*      2100-VALIDATE-ONE-RECORD VALIDATES THE CURRENT INPUT
002380*      RECORD; A GOOD RECORD IS BUILT INTO CURR-REC AND
002390*      RELEASED TO THE SORT, A BAD ONE GOES TO THE EXCEPTION
002400*      LISTING INSTEAD.  A CHARGED-OFF OR PAID-IN-FULL ACCOUNT
002401*      IS NO LONGER PART OF THE ACTIVE PORTFOLIO - IT IS ONLY
002402*      COUNTED, NEVER ACCRUED, PRINTED, OR TOTALED
002410************************************************************
002420 2100-VALIDATE-ONE-RECORD.
002421     IF I-CHARGED-OFF
002422         ADD 1 TO WS-CO-CTR
002423     ELSE
002424         IF I-PAID-IN-FULL
002425             ADD 1 TO WS-PIF-CTR
002426         ELSE
002430             PERFORM 1500-VALIDATE-INPUT
002440             IF RECORD-IS-VALID
002450                 PERFORM 2200-BUILD-CURR-REC
002460                 PERFORM 2300-BUILD-SORT-REC
002470                 RELEASE SORT-REC
002480             ELSE
002490                 PERFORM 1700-WRITE-EXCEPTION
002500             END-IF
002502         END-IF
002505     END-IF.
002510     PERFORM 9000-READ-INPUT.
002520************************************************************
002530*      1500-VALIDATE-INPUT CHECKS THAT I-LOAN, I-PAID1 THRU
002540*      I-PAID4, I-MIN-PAY, I-INT-RATE, AND I-FEE-BAL ARE ALL
002545*      NUMERIC AND THAT THE PAYMENTS DO NOT EXCEED THE LOAN
002550*      AMOUNT.
002560*      RECORD-IS-VALID (WS-VALID-SW) TELLS 2100-VALIDATE-ONE-
002570*      RECORD WHERE TO ROUTE THE RECORD
002580************************************************************
002839                  TO WS-REJECT-REASON
002840         END-IF
002841     END-IF.
002846     IF RECORD-IS-VALID
002851         IF I-FEE-BAL NOT NUMERIC
002856             SET RECORD-IS-INVALID TO TRUE
002863             MOVE 'INVALID FEE BALANCE'
002868                  TO WS-REJECT-REASON
002873         END-IF
002878     END-IF.
002830************************************************************
002840*      2200-BUILD-CURR-REC MOVES A VALIDATED INPUT RECORD
002850*      INTO CURR-REC AND COMPUTES ITS BALANCE, READY EITHER
002860*      TO BE RELEASED TO THE SORT OR PRINTED.  OUTSTANDING
002861*      LATE CHARGES ARE OWED ON TOP OF THE LOAN, SO THEY ARE
002862*      PART OF THE BALANCE
002870************************************************************
002880 2200-BUILD-CURR-REC.
002885     MOVE I-ACCT-NO       TO C-ACCT-NO.
002940     MOVE I-PAID4         TO C-PAID4.
002950     MOVE TOTAL           TO C-TOTAL.
002955     COMPUTE C-INTEREST ROUNDED = I-LOAN * I-INT-RATE.
002956     COMPUTE C-BALANCE = I-LOAN + C-INTEREST - TOTAL
002957                       + I-FEE-BAL.
002961     MOVE I-MIN-PAY       TO C-MIN-PAY.
002962     MOVE I-BRANCH        TO C-BRANCH.
002967     MOVE I-FEE-BAL       TO C-FEE-BAL.
002962************************************************************
002964*      2300-BUILD-SORT-REC COPIES CURR-REC FIELD BY FIELD
002966*      INTO SORT-REC.  THE TWO RECORDS ARE NOT IN THE SAME
002988     MOVE C-TOTAL         TO S-TOTAL.
002989     MOVE C-MIN-PAY       TO S-MIN-PAY.
002989     MOVE C-INTEREST      TO S-INTEREST.
002999     MOVE C-BRANCH        TO S-BRANCH.
003009     MOVE C-FEE-BAL       TO S-FEE-BAL.
003019************************************************************
002980*      3000-PRINT-SORTED-RECS IS THE SORT OUTPUT PROCEDURE.
002990*      IT RETURNS EACH RECORD IN SORTED SEQUENCE AND PRINTS
003000*      IT THROUGH 1600-PRINT-NAMES, WATCHING LINE-CTR FOR
003148         MOVE S-BALANCE    TO C-BALANCE
003149         MOVE S-MIN-PAY    TO C-MIN-PAY
003149         MOVE S-INTEREST   TO C-INTEREST
003159         MOVE S-BRANCH     TO C-BRANCH
003169         MOVE S-FEE-BAL    TO C-FEE-BAL
003179     END-IF.
003140************************************************************
003150*      3200-PRINT-ONE-SORTED-REC PRINTS THE RECORD CURRENTLY
003160*      IN CURR-REC AND FETCHES THE NEXT ONE
003210     IF LINE-CTR >= LINES-PER-PAGE
003220         PERFORM 5000-PRINT-HEAD
003230     END-IF.
003231     PERFORM 3100-RETURN-SORTED-REC.
003232************************************************************
003233*      3300-PRINT-BRANCH-TOTAL PRINTS THE SUBTOTAL LINE FOR
003234*      THE BRANCH SECTION JUST FINISHED
003235************************************************************
003236 3300-PRINT-BRANCH-TOTAL.
003237     MOVE WS-PREV-BRANCH  TO BT-BRANCH.
003238     MOVE WS-BR-LOAN-SUM  TO BT-LOAN-SUM.
003239     MOVE WS-BR-PAID-SUM  TO BT-PAID-SUM.
003240     MOVE WS-BR-INT-SUM   TO BT-INT-SUM.
003241     MOVE WS-BR-BAL-SUM   TO BT-BAL-SUM.
003242     MOVE WS-BR-FEE-SUM   TO BT-FEE-SUM.
003243     WRITE PRNT-REC FROM PRNT-BRTOTAL1
003244           AFTER ADVANCING 2 LINES.
003245************************************************************
003246*      3400-BRANCH-BREAK CLOSES OUT THE BRANCH SECTION JUST
003247*      FINISHED - SUBTOTAL LINE, ZEROED ACCUMULATORS - AND
003248*      STARTS THE NEW BRANCH'S SECTION ON A FRESH PAGE
003249************************************************************
003250 3400-BRANCH-BREAK.
003251     PERFORM 3300-PRINT-BRANCH-TOTAL.
003252     MOVE 0 TO WS-BR-LOAN-SUM.
003253     MOVE 0 TO WS-BR-PAID-SUM.
003254     MOVE 0 TO WS-BR-INT-SUM.
003255     MOVE 0 TO WS-BR-BAL-SUM.
003256     MOVE 0 TO WS-BR-FEE-SUM.
003257     MOVE C-BRANCH TO WS-PREV-BRANCH.
003258     PERFORM 3500-SET-BRANCH-HEADING.
003266     PERFORM 5000-PRINT-HEAD.
003267************************************************************
003268*      3500-SET-BRANCH-HEADING PUTS THE CURRENT SECTION'S
003360     MOVE C-PAID4         TO L-PAID4.
003370     MOVE C-TOTAL         TO L-TOTALPAID.
003375     MOVE C-INTEREST      TO L-INTEREST.
003377     MOVE C-FEE-BAL       TO L-FEES.
003380     MOVE C-BALANCE       TO L-BALANCE.
003383     MOVE SPACES          TO L-PAST-DUE.
003385     COMPUTE WS-MIN-REQUIRED = C-MIN-PAY * 4.
003420     ADD C-LOAN           TO WS-LOAN-SUM.
003430     ADD C-TOTAL          TO WS-PAID-SUM.
003435     ADD C-INTEREST       TO WS-INT-SUM.
003436     ADD C-BALANCE        TO WS-BAL-SUM.
003437     ADD C-FEE-BAL        TO WS-FEE-SUM.
003438     ADD C-LOAN           TO WS-BR-LOAN-SUM.
003439     ADD C-TOTAL          TO WS-BR-PAID-SUM.
003440     ADD C-INTEREST       TO WS-BR-INT-SUM.
003441     ADD C-BALANCE        TO WS-BR-BAL-SUM.
003442     ADD C-FEE-BAL        TO WS-BR-FEE-SUM.
003443************************************************************
003444*      1650-WRITE-EXTRACT WRITES THE SAME BORROWER'S FIGURES
003445*      TO THE PIPE-DELIMITED EXTRACT FEED SO THEY CAN BE
003446*      LOADED INTO A SPREADSHEET WITHOUT RE-KEYING THEM
003447************************************************************
003448 1650-WRITE-EXTRACT.
003449     MOVE C-NAME          TO X-NAME.
003450     MOVE C-LOAN          TO X-LOAN.
003451     MOVE C-PAID1         TO X-PAID1.
003452     MOVE C-PAID2         TO X-PAID2.
003453     MOVE C-PAID3         TO X-PAID3.
003454     MOVE C-PAID4         TO X-PAID4.
003455     MOVE C-TOTAL         TO X-TOTAL.
003456     MOVE C-BALANCE       TO X-BALANCE.
003457     MOVE C-FEE-BAL       TO X-FEE-BAL.
003458     WRITE XTRACT-REC FROM XTRACT-DATA1.
003459************************************************************
003460*      1660-WRITE-CONTROL-DETAIL WRITES ONE CONTROL-TOTALS
003461*      DETAIL RECORD FOR THE ACCOUNT JUST PRINTED, SO THE
003462*      PROG6 RECONCILIATION RUN CAN CHECK IT BACK AGAINST
003463*      THE MASTER ACCOUNT BY ACCOUNT
003464************************************************************
003465 1660-WRITE-CONTROL-DETAIL.
003466     MOVE C-ACCT-NO       TO CD-ACCT-NO.
003467     MOVE C-LOAN          TO CD-LOAN.
003468     MOVE C-TOTAL         TO CD-PAID.
003469     MOVE C-INTEREST      TO CD-INTEREST.
003470     MOVE C-BALANCE       TO CD-BALANCE.
003471     MOVE C-FEE-BAL       TO CD-FEE-BAL.
003472     WRITE CTLTOT-REC FROM CTL-DETAIL-DATA.
003473************************************************************
003474*      1700-WRITE-EXCEPTION MOVES THE REJECTED RECORD TO
003475*      THE EXCEPTION LISTING, ALPHANUMERIC FIELD FOR FIELD,
003480*      AND COUNTS IT IN REJECT-CTR
003490************************************************************
003500 1700-WRITE-EXCEPTION.
003830     MOVE WS-LOAN-SUM TO T-LOAN-SUM.
003840     MOVE WS-PAID-SUM TO T-PAID-SUM.
003850     MOVE WS-BAL-SUM  TO T-BAL-SUM.
003852     MOVE WS-FEE-SUM  TO T-FEE-SUM.
003860     WRITE PRNT-REC FROM PRNT-TRAILER1
003862           AFTER ADVANCING 2 LINES.
003864     MOVE WS-CO-CTR   TO T-CO-CTR.
003865     MOVE WS-PIF-CTR  TO T-PIF-CTR.
003866     WRITE PRNT-REC FROM PRNT-TRAILER2
003868           AFTER ADVANCING 1 LINE.
003871************************************************************
003872*      7500-WRITE-CONTROL-TOTAL WRITES THE RUN'S TOTAL
003873*      RECORD TO THE CONTROL-TOTALS FILE, DATED SO THE
003880     MOVE WS-LOAN-SUM     TO CT-LOAN-SUM.
003881     MOVE WS-PAID-SUM     TO CT-PAID-SUM.
003882     MOVE WS-INT-SUM      TO CT-INT-SUM.
003892     MOVE WS-BAL-SUM      TO CT-BAL-SUM.
003902     MOVE WS-FEE-SUM      TO CT-FEE-SUM.
003912     WRITE CTLTOT-REC FROM CTL-TOTAL-DATA.
003880************************************************************
003890*      8000-PRINT-REJECT-TOTAL PRINTS THE COUNT OF RECORDS
003900*      KICKED OUT TO THE EXCEPTION LISTING AS A TRAILER
