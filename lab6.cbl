000250*                 CLEANLY FOR THE SAME BUSINESS DATE - SO A
000251*                 POSTING RUN CAN NO LONGER APPLY YESTERDAY'S
000252*                 BATCH.  THE RUN STAMPS ITS OWN START AND
000257*                 COMPLETION THE SAME WAY FOR PROG3 TO CHECK.
000262* 10/15/2026 JAM  THE MASTER RECORD GROWS TO 120 BYTES FOR
000267*                 THE LATE-CHARGE FEE BALANCE PROG20
000272*                 ASSESSES.  A PAYMENT NOW PAYS
000277*                 OUTSTANDING LATE CHARGES FIRST AND ONLY
000282*                 THE REMAINDER GOES TO THE PAYMENT
000287*                 BUCKETS.  THE FEE SHARE IS KEPT ON THE
000292*                 HISTORY RECORD IN H-FEE-PAID SO AN NSF
000297*                 REVERSAL PUTS IT BACK ON THE FEE
000302*                 BALANCE, AND THE GL BATCH MOVES THAT
000307*                 SHARE AGAINST 1250 FEES RECEIVABLE.  A
000312*                 THIRD TRAILER LINE SHOWS THE LATE
000317*                 CHARGES PAID AND REVERSED.
000322* 10/15/2026 JAM  A PAYMENT ON A CHARGED-OFF ACCOUNT IS NO
000327*                 LONGER APPLIED TO THE BUCKETS.  IT IS
000332*                 WRITTEN TO HISTORY AS A 'C' RECOVERY,
000337*                 ADDED TO THE MASTER'S RECOVERIES, AND
000342*                 BOOKED CASH TO 1290 LOSS ALLOWANCE ON
000347*                 THE GL.  AN NSF REVERSAL OF A RECOVERY
000352*                 BACKS IT OUT THE SAME WAY.  A FOURTH
000357*                 TRAILER LINE SHOWS THE RECOVERIES.
000362* 10/15/2026 JAM  A PAYMENT INSIDE THE WINDOW OF AN OPEN
000367*                 PAYOFF QUOTE FROM PROG28 THAT BRINGS
000372*                 WHAT HAS BEEN RECEIVED SINCE THE QUOTE
000377*                 UP TO THE QUOTED PAYOFF MEETS THE QUOTE.
000382*                 THE QUOTED INTEREST THE PAYMENT CARRIES
000387*                 IS PUT ON THE BALANCE AND BOOKED TO 4100
000392*                 INTEREST INCOME, THE QUOTE IS MARKED
000397*                 PAID, AND WHEN NOTHING IS LEFT OWING THE
000402*                 LOAN IS FLAGGED PAID IN FULL AND PRINTED
000407*                 ON A NEW PAYOFF-COMPLETED LIST FOR THE
000412*                 LIEN RELEASE.  AN NSF REVERSAL OF A
000421*                 PAYMENT THE PAYOFF COUNTED REOPENS THE
000426*                 QUOTE AND THE LOAN.  A FIFTH TRAILER LINE
000427*                 SHOWS THE PAYOFFS.
000428* 10/15/2026 JAM  REOPENING A PAYOFF NOW TAKES THE QUOTED
000429*                 INTEREST BACK OFF THE BALANCE AND BOOKS
000431*                 IT BACK OUT OF 4100 INTEREST INCOME -
000433*                 THE LOAN IS ACTIVE AGAIN AND THE QUARTER
000434*                 CLOSE CHARGES ITS INTEREST.  A SIXTH
000435*                 TRAILER LINE SHOWS THE INTEREST REVERSED.
000436*----------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000418         ACCESS MODE IS DYNAMIC
000419         RECORD KEY IS RC-PROG-NAME
000420         FILE STATUS IS WS-RUNCTL-STATUS.
000425     SELECT OPTIONAL QUOTE-FILE ASSIGN TO AS-S-PAYQUOTE
000432         ORGANIZATION IS INDEXED
000437         ACCESS MODE IS DYNAMIC
000442         RECORD KEY IS Q-KEY
000447         FILE STATUS IS WS-QUOTE-STATUS.
000452     SELECT PAYOFF-FILE  ASSIGN TO UR-S-PAYOFF.
000420 DATA DIVISION.
000430 FILE SECTION.
000440************************************************************
000570     03  M-PAID4          PIC 9999V99.
000580     03  M-MIN-PAY        PIC 9999V99.
000590     03  M-INT-RATE       PIC 9V9999.
000591     03  FILLER           PIC X(2).
000592     03  M-FEE-BAL        PIC 9999V99.
000593     03  M-FEE-CYCLE      PIC X(6).
000594     03  M-STATUS         PIC X(1).
000595         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
000596         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
000597         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
000598     03  M-CO-DATE        PIC 9(8).
000599     03  M-CO-AMT         PIC 9(7)V99.
000600     03  M-RECOV-AMT      PIC 9(7)V99.
000601     03  FILLER           PIC X(11).
000610************************************************************
000620*      PAYMENT HISTORY, KEYED BY ACCOUNT NUMBER PLUS PAYMENT
000630*      DATE PLUS A SEQUENCE NUMBER SO TWO PAYMENTS ON THE
000650*      CARVED OUT OF THE TRAILING FILLER: SPACE IS A LIVE
000660*      PAYMENT, 'V' A PAYMENT SINCE REVERSED, 'R' THE
000670*      REVERSAL ENTRY ITSELF - SO THE TRAIL SHOWS BOTH SIDES
000671*      - AND 'C' A RECOVERY TAKEN ON A CHARGED-OFF ACCOUNT.
000672*      H-FEE-PAID IS CARVED OUT OF THE SAME FILLER: THE PART
000673*      OF THE PAYMENT THAT WENT TO LATE CHARGES BEFORE THE
000674*      BUCKETS, SO A REVERSAL PUTS BACK EXACTLY WHAT CAME OFF
000680************************************************************
000690 FD  PAYHIST-FILE
000700     LABEL RECORDS ARE STANDARD.
000780         88  HIST-IS-LIVE-PAYMENT     VALUE ' '.
000790         88  HIST-IS-REVERSED         VALUE 'V'.
000800         88  HIST-IS-REVERSAL         VALUE 'R'.
000802         88  HIST-IS-RECOVERY         VALUE 'C'.
000804     03  H-FEE-PAID       PIC 9999V99.
000810     03  FILLER           PIC X(1).
000750************************************************************
000760*      DAILY PAYMENT BATCH - ONE PAYMENT OR REVERSAL PER
000770*      RECORD.  P-REC-TYPE IS CARVED OUT OF THE TRAILING
000933         88  RC-RUN-STARTED           VALUE 'S'.
000934         88  RC-RUN-COMPLETED         VALUE 'C'.
000935     03  FILLER           PIC X(5).
000941************************************************************
000946*      PAYOFF QUOTE FILE WRITTEN BY PROG28, KEYED BY ACCOUNT
000951*      NUMBER PLUS QUOTE DATE PLUS A SEQUENCE NUMBER.  A
000956*      PAYMENT INSIDE AN OPEN QUOTE'S WINDOW THAT BRINGS THE
000961*      AMOUNT RECEIVED SINCE THE QUOTE UP TO THE QUOTED
000966*      PAYOFF MARKS THE QUOTE 'P' WITH THE DATE PAID
000971************************************************************
000976 FD  QUOTE-FILE
000981     LABEL RECORDS ARE STANDARD.
000986 01  QUOTE-REC.
000991     03  Q-KEY.
000996         05  Q-ACCT-NO    PIC 9(6).
001001         05  Q-QUOTE-DATE PIC 9(8).
001006         05  Q-SEQ        PIC 9(2).
001011     03  Q-GOOD-THRU      PIC 9(8).
001016     03  Q-PRINCIPAL      PIC 9(6)V99.
001021     03  Q-PER-DIEM       PIC 9(4)V9999.
001026     03  Q-DAYS           PIC 9(4).
001031     03  Q-INTEREST       PIC 9(6)V99.
001036     03  Q-FEES           PIC 9999V99.
001041     03  Q-PAYOFF-AMT     PIC 9(7)V99.
001046     03  Q-STATUS         PIC X(1).
001051         88  QUOTE-IS-OPEN            VALUE 'O'.
001056         88  QUOTE-IS-PAID            VALUE 'P'.
001061     03  Q-PAID-DATE      PIC 9(8).
001066     03  FILLER           PIC X(4).
001071************************************************************
001076*      PAYOFF-COMPLETED LIST - ONE LINE PER LOAN PAID IN FULL
001081*      AGAINST A QUOTE, FOR THE LIEN-RELEASE PAPERWORK
001086************************************************************
001091 FD  PAYOFF-FILE
001096     LABEL RECORDS ARE OMITTED.
001101 01  PAYOFF-REC           PIC X(80).
000920 WORKING-STORAGE SECTION.
000930************************************************************
000940*      LAYOUT FOR THE POSTING LOG DETAIL LINE
001270     03  FILLER           PIC X(16)  VALUE
001280         'PAYMENTS FAILED:'.
001290     03  FILLER           PIC X(1)   VALUE SPACES.
001291     03  GT-FAIL-CTR      PIC ZZZZ9.
001292************************************************************
001293*      LAYOUT FOR THE SECOND POSTING LOG TRAILER LINE
001294************************************************************
001295 01  LOG-TRAILER2.
001296     03  FILLER           PIC X(17)  VALUE
001297         'REVERSALS POSTED:'.
001298     03  FILLER           PIC X(1)   VALUE SPACES.
001299     03  GT-REV-CTR       PIC ZZZZ9.
001300     03  FILLER           PIC X(3)   VALUE SPACES.
001301     03  FILLER           PIC X(15)  VALUE 'TOTAL REVERSED:'.
001302     03  GT-REV-AMT       PIC $ZZZZZZ9.99.
001303************************************************************
001304*      LAYOUT FOR THE THIRD POSTING LOG TRAILER LINE - THE
001305*      LATE-CHARGE SHARE OF THE AMOUNTS ABOVE
001306************************************************************
001307 01  LOG-TRAILER3.
001308     03  FILLER           PIC X(18)  VALUE
001309         'LATE CHARGES PAID:'.
001310     03  FILLER           PIC X(1)   VALUE SPACES.
001311     03  GT-FEE-PAID      PIC $ZZZZZZ9.99.
001312     03  FILLER           PIC X(3)   VALUE SPACES.
001313     03  FILLER           PIC X(22)  VALUE
001314         'LATE CHARGES REVERSED:'.
001315     03  FILLER           PIC X(1)   VALUE SPACES.
001316     03  GT-FEE-REV       PIC $ZZZZZZ9.99.
001317************************************************************
001318*      LAYOUT FOR THE FOURTH POSTING LOG TRAILER LINE - THE
001319*      RECOVERIES TAKEN ON CHARGED-OFF ACCOUNTS, WHICH ARE
001320*      NOT IN THE PAYMENT TOTALS ABOVE
001321************************************************************
001322 01  LOG-TRAILER4.
001323     03  FILLER           PIC X(18)  VALUE
001324         'RECOVERIES POSTED:'.
001325     03  FILLER           PIC X(1)   VALUE SPACES.
001326     03  GT-RECOV-CTR     PIC ZZZZ9.
001327     03  FILLER           PIC X(3)   VALUE SPACES.
001328     03  FILLER           PIC X(16)  VALUE 'TOTAL RECOVERED:'.
001329     03  GT-RECOV-AMT     PIC $ZZZZZZ9.99.
001330     03  FILLER           PIC X(3)   VALUE SPACES.
001331     03  FILLER           PIC X(10)  VALUE 'REVERSED:'.
001332     03  GT-RECOV-REV     PIC $ZZZZZZ9.99.
001333************************************************************
001334*      LAYOUT FOR THE FIFTH POSTING LOG TRAILER LINE - LOANS
001335*      PAID IN FULL AGAINST A PAYOFF QUOTE, THE QUOTED
001336*      INTEREST TAKEN WITH THEM, AND PAYOFFS REOPENED BY AN
001337*      NSF REVERSAL
001338************************************************************
001339 01  LOG-TRAILER5.
001340     03  FILLER           PIC X(13)  VALUE
001341         'PAID IN FULL:'.
001342     03  FILLER           PIC X(1)   VALUE SPACES.
001343     03  GT-PAYOFF-CTR    PIC ZZZZ9.
001344     03  FILLER           PIC X(3)   VALUE SPACES.
001345     03  FILLER           PIC X(16)  VALUE 'PAYOFF INTEREST:'.
001346     03  GT-PAYOFF-INT    PIC $ZZZZZZ9.99.
001347     03  FILLER           PIC X(3)   VALUE SPACES.
001348     03  FILLER           PIC X(10)  VALUE 'REOPENED: '.
001349     03  GT-REOPEN-CTR    PIC ZZZZ9.
001350************************************************************
001351*      LAYOUT FOR THE SIXTH POSTING LOG TRAILER LINE - PAYOFF
001352*      INTEREST TAKEN BACK OFF REOPENED PAYOFFS
001353************************************************************
001354 01  LOG-TRAILER6.
001355     03  FILLER           PIC X(25)  VALUE
001356         'PAYOFF INTEREST REVERSED:'.
001357     03  FILLER           PIC X(1)   VALUE SPACES.
001358     03  GT-PAYOFF-INT-REV PIC $ZZZZZZ9.99.
001359************************************************************
001360*      LAYOUTS FOR THE PAYOFF-COMPLETED LIST
001361************************************************************
001362 01  PO-HEADING1.
001363     03                  PIC X(40)   VALUE
001364         'PAYOFF COMPLETED - LIEN RELEASE LIST'.
001365     03                  PIC X(8)    VALUE SPACES.
001366     03                  PIC X(10)   VALUE 'RUN DATE: '.
001367     03  PO-RUN-DATE      PIC X(8).
001368 01  PO-HEADING2.
001369     03                  PIC X(8)    VALUE 'ACCT NO'.
001370     03                  PIC X(22)   VALUE 'BORROWER'.
001371     03                  PIC X(10)   VALUE 'PAID ON'.
001372     03                  PIC X(12)   VALUE ' AMOUNT PAID'.
001373     03                  PIC X(10)   VALUE 'QUOTED'.
001374     03                  PIC X(9)    VALUE 'GOOD THRU'.
001375 01  PO-DATA1.
001376     03  PO-ACCT-NO       PIC 9(6).
001377     03  FILLER           PIC X(2)    VALUE SPACES.
001378     03  PO-NAME          PIC X(20).
001379     03  FILLER           PIC X(2)    VALUE SPACES.
001380     03  PO-PAID-DATE     PIC X(8).
001381     03  FILLER           PIC X(2)    VALUE SPACES.
001382     03  PO-AMT-PAID      PIC ZZZZZZ9.99.
001383     03  FILLER           PIC X(2)    VALUE SPACES.
001384     03  PO-QUOTE-DATE    PIC X(8).
001385     03  FILLER           PIC X(2)    VALUE SPACES.
001386     03  PO-GOOD-THRU     PIC X(8).
001387 01  PO-TRAILER1.
001388     03  FILLER           PIC X(23)  VALUE
001389         'ACCOUNTS PAID IN FULL:'.
001390     03  PO-PAYOFF-CTR    PIC ZZZZ9.
001391 01  MISC.
001392************************************************************
001393*      END OF FILE (EOF) SWITCH        *
001394*    0=NOT AT EOF       1=AT EOF        *
001395************************************************************
001396     03  EOF-P            PIC 9        VALUE 0.
001397     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
001398     03  WS-PAYHIST-STATUS PIC X(2)    VALUE SPACES.
001399     03  EOF-H            PIC 9        VALUE 0.
001400     03  WS-RUNCTL-STATUS PIC X(2)     VALUE SPACES.
001401     03  WS-RUNCTL-TODAY  PIC 9(6)     VALUE 0.
001402     03  POST-CTR         PIC 9(5)     VALUE 0    COMP.
001410     03  FAIL-CTR         PIC 9(5)     VALUE 0    COMP.
001411     03  REV-CTR          PIC 9(5)     VALUE 0    COMP.
001412     03  WS-POST-AMT-SUM  PIC 9(7)V99  VALUE 0.
001413     03  WS-REV-AMT-SUM   PIC 9(7)V99  VALUE 0.
001414     03  WS-BUCKET-SUM    PIC 99999V99 VALUE 0.
001415     03  WS-POST-FEE-SUM  PIC 9(7)V99  VALUE 0.
001416     03  WS-REV-FEE-SUM   PIC 9(7)V99  VALUE 0.
001417     03  WS-GL-LOAN-AMT   PIC 9(7)V99  VALUE 0.
001418     03  RECOV-CTR        PIC 9(5)     VALUE 0    COMP.
001419     03  WS-RECOV-AMT-SUM PIC 9(7)V99  VALUE 0.
001420     03  WS-RECOV-REV-SUM PIC 9(7)V99  VALUE 0.
001421     03  WS-QUOTE-STATUS  PIC X(2)     VALUE SPACES.
001422     03  EOF-QT           PIC 9        VALUE 0.
001423     03  PAYOFF-CTR       PIC 9(5)     VALUE 0    COMP.
001424     03  REOPEN-CTR       PIC 9(5)     VALUE 0    COMP.
001425     03  WS-PAYOFF-INT-SUM PIC 9(7)V99 VALUE 0.
001426     03  WS-PAYOFF-INT-REV PIC 9(7)V99 VALUE 0.
001427************************************************************
001428*      PAYOFF QUOTE CHECK FOR THE PAYMENT IN HAND.  THE LATEST
001429*      OPEN QUOTE WHOSE WINDOW HOLDS THE PAYMENT DATE IS SAVED
001430*      HERE WITH THE AMOUNT RECEIVED SINCE IT WAS QUOTED.
001431*      WS-PAYOFF-INT IS THE QUOTED INTEREST THIS PAYMENT
001432*      CARRIES BEYOND THE PRINCIPAL - IT GOES ON THE BALANCE
001433*      SO THE BUCKETS CAN TAKE IT
001434************************************************************
001435 01  WS-PAYOFF-WORK.
001436     03  WS-PAYOFF-SW     PIC X        VALUE 'N'.
001437         88  PAYOFF-MET                VALUE 'Y'.
001438         88  PAYOFF-NOT-MET            VALUE 'N'.
001439         88  PAYOFF-REOPENED           VALUE 'R'.
001441     03  WS-QUOTE-SW      PIC X        VALUE 'N'.
001451         88  QUOTE-FOUND               VALUE 'Y'.
001452         88  QUOTE-NOT-FOUND           VALUE 'N'.
001453     03  WS-QUOTE-KEY.
001454         05  WS-QUOTE-ACCT-NO  PIC 9(6).
001455         05  WS-QUOTE-DATE     PIC 9(8).
001456         05  WS-QUOTE-SEQ      PIC 9(2).
001457     03  WS-QUOTE-GOOD-THRU PIC 9(8)   VALUE 0.
001458     03  WS-QUOTE-PAYOFF  PIC 9(7)V99  VALUE 0.
001459     03  WS-QUOTE-INT     PIC 9(6)V99  VALUE 0.
001461     03  WS-QUOTE-PAID-SUM PIC 9(7)V99 VALUE 0.
001462     03  WS-PAYOFF-INT    PIC 9(6)V99  VALUE 0.
001463     03  WS-PAYOFF-EXCESS PIC S9(6)V99 VALUE 0.
001464     03  WS-REMAINING     PIC S9(6)V99 VALUE 0.
001465************************************************************
001466*      SPLIT OF THE PAYMENT OR REVERSAL IN HAND: THE PART
001467*      THAT GOES TO (OR CAME FROM) OUTSTANDING LATE CHARGES,
001468*      AND THE REST, WHICH GOES TO THE PAYMENT BUCKETS
001469************************************************************
001471 01  WS-PAYMENT-SPLIT.
001472     03  WS-FEE-PART      PIC 9999V99  VALUE 0.
001473     03  WS-BUCKET-PART   PIC 9999V99  VALUE 0.
001474 01  WS-LOG-RESULT        PIC X(24)    VALUE SPACES.
001475************************************************************
001480*      TYPE BYTE STAMPED ON THE NEXT HISTORY RECORD WRITTEN
001490*      BY 3000-WRITE-HISTORY - SPACE FOR A POSTING, 'R' FOR
001500*      A REVERSAL ENTRY, 'C' FOR A RECOVERY
001510************************************************************
001520 01  WS-HIST-TYPE         PIC X        VALUE ' '.
001530************************************************************
001590     03  WS-ORIG-ACCT-NO  PIC 9(6).
001600     03  WS-ORIG-PAY-DATE PIC 9(8).
001610     03  WS-ORIG-PAY-SEQ  PIC 9(2).
001611************************************************************
001612*      TYPE THE ORIGINAL CARRIED BEFORE IT WAS MARKED
001613*      REVERSED - A LIVE PAYMENT OR A RECOVERY - SO AN UNDO
001614*      PUTS BACK THE RIGHT ONE
001615************************************************************
001616 01  WS-ORIG-TYPE         PIC X        VALUE ' '.
001620************************************************************
001630*      REVERSAL MATCH SWITCH AND THE BUCKET THE ORIGINAL
001640*      PAYMENT IS COMING BACK OUT OF - 1 THRU 4 FOR A BUCKET
001650*      HOLDING THE EXACT AMOUNT, 5 FOR AN AMOUNT FOLDED INTO
001660*      BUCKET 4, 6 FOR A PAYMENT THAT WENT WHOLLY TO LATE
001661*      CHARGES, 0 FOR NO BUCKET THE AMOUNT CAN COME FROM
001670************************************************************
001680 01  WS-FOUND-SW          PIC X        VALUE 'N'.
001690     88  ORIGINAL-FOUND                VALUE 'Y'.
001691     88  ORIGINAL-NOT-FOUND            VALUE 'N'.
001692 01  WS-REV-BUCKET        PIC 9        VALUE 0.
001693************************************************************
001694*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME, TO
001695*      STAMP THE GL INTERFACE BATCH HEADER
001696************************************************************
001697 01  WS-SYSTEM-DATE.
001698     03  WS-SYS-YY        PIC 99.
001699     03  WS-SYS-MM        PIC 99.
001701     03  WS-SYS-DD        PIC 99.
001702 01  WS-EDIT-DATE.
001703     03  WS-ED-MM         PIC 99.
001704     03  FILLER           PIC X        VALUE '/'.
001705     03  WS-ED-DD         PIC 99.
001706     03  FILLER           PIC X        VALUE '/'.
001707     03  WS-ED-YY         PIC 99.
001708************************************************************
001709*      LAYOUTS FOR THE GL INTERFACE RECORDS.  THE LEDGER
001711*      ACCOUNTS ARE 1010 CASH, 1200 LOANS RECEIVABLE, 1250
001712*      FEES RECEIVABLE, 1290 ALLOWANCE FOR LOAN LOSSES, 4100
001713*      INTEREST INCOME
001714************************************************************
001715 01  GL-HEADER-DATA.
001716     03  FILLER           PIC X(1)     VALUE 'H'.
001717     03  GH-RUN-DATE      PIC 9(6).
001726     03  GH-SOURCE        PIC X(6)     VALUE 'PROG4 '.
001727     03  FILLER           PIC X(27)    VALUE SPACES.
001728 01  GL-DETAIL-DATA.
001780                 WS-PAYHIST-STATUS
001790         STOP RUN
001800     END-IF.
001801     OPEN I-O   QUOTE-FILE.
001802     IF WS-QUOTE-STATUS NOT = '00'
001803         AND WS-QUOTE-STATUS NOT = '05'
001804         DISPLAY 'PROG4: QUOTE-FILE OPEN FAILED, STATUS '
001805                 WS-QUOTE-STATUS
001806         STOP RUN
001807     END-IF.
001810     OPEN INPUT PAYBATCH-FILE
001820          OUTPUT LOG-FILE
001821          OUTPUT GLPOST-FILE
001822          OUTPUT PAYOFF-FILE.
001823     ACCEPT WS-SYSTEM-DATE FROM DATE.
001824     MOVE WS-SYS-MM       TO WS-ED-MM.
001825     MOVE WS-SYS-DD       TO WS-ED-DD.
001826     MOVE WS-SYS-YY       TO WS-ED-YY.
001827     MOVE WS-EDIT-DATE    TO PO-RUN-DATE.
001830     WRITE LOG-REC FROM LOG-HEADING1
001840           AFTER ADVANCING 1 LINE.
001841     WRITE PAYOFF-REC FROM PO-HEADING1
001842           AFTER ADVANCING 1 LINE.
001843     WRITE PAYOFF-REC FROM PO-HEADING2
001844           AFTER ADVANCING 2 LINES.
001850     PERFORM 9000-READ-PAYMENT.
001860     PERFORM 1000-PROCESS-PAYMENT
001870         UNTIL EOF-P = 1.
001900           PAYHIST-FILE
001910           PAYBATCH-FILE
001920           LOG-FILE
001921           GLPOST-FILE
001922           QUOTE-FILE
001923           PAYOFF-FILE.
001926     PERFORM 0300-STAMP-RUN-END.
001930     STOP RUN.
001931************************************************************
002380*      ACCOUNT, APPLIES THE AMOUNT TO THE FIRST OPEN PAYMENT
002390*      BUCKET (FOLDING INTO BUCKET 4 WHEN ALL FOUR ARE IN
002400*      USE), WRITES THE DATED HISTORY RECORD, AND REWRITES
002405*      THE MASTER.  A PAYMENT ON A CHARGED-OFF ACCOUNT IS
002410*      BOOKED AS A RECOVERY INSTEAD
002420************************************************************
002430 2000-POST-PAYMENT.
002440     MOVE P-ACCT-NO       TO M-ACCT-NO.
002480                  TO WS-LOG-RESULT
002490             ADD 1 TO FAIL-CTR
002500         NOT INVALID KEY
002501             IF LOAN-IS-CHARGED-OFF
002502                 PERFORM 2500-POST-RECOVERY
002503             ELSE
002510                 PERFORM 2100-APPLY-TO-MASTER
002511             END-IF
002520     END-READ.
002530     PERFORM 5000-WRITE-LOG.
002540************************************************************
002575*      HISTORY FILE.  THE MASTER IS ONLY REWRITTEN ONCE THE
002580*      HISTORY RECORD IS SAFELY ON FILE, SO THE TWO CANNOT
002590*      DRIFT APART - WHICH IS ALSO WHY BOTH GUARDS COME
002591*      BEFORE THE HISTORY WRITE.  OUTSTANDING LATE CHARGES
002592*      ARE PAID FIRST; ONLY WHAT IS LEFT OVER GOES TO THE
002593*      BUCKETS, SO THE GUARDS LOOK AT THAT REMAINDER.  A
002594*      PAYMENT THAT MEETS A PAYOFF QUOTE MAY ALSO CARRY THE
002595*      QUOTED INTEREST, SO THE LOAN GUARD ALLOWS FOR IT AND
002596*      IT IS PUT ON THE BALANCE BEFORE THE BUCKET IS FILLED
002600************************************************************
002610 2100-APPLY-TO-MASTER.
002620     COMPUTE WS-BUCKET-SUM = M-PAID1 + M-PAID2
002630                           + M-PAID3 + M-PAID4.
002631     IF M-FEE-BAL > P-PAY-AMT
002632         MOVE P-PAY-AMT   TO WS-FEE-PART
002633     ELSE
002634         MOVE M-FEE-BAL   TO WS-FEE-PART
002635     END-IF.
002636     COMPUTE WS-BUCKET-PART = P-PAY-AMT - WS-FEE-PART.
002637     PERFORM 2300-CHECK-PAYOFF-QUOTE.
002640     IF WS-BUCKET-SUM + WS-BUCKET-PART > M-LOAN + WS-PAYOFF-INT
002650         MOVE 'PAYMENTS EXCEED LOAN'
002660              TO WS-LOG-RESULT
002670         ADD 1 TO FAIL-CTR
002680     ELSE
002682         IF M-PAID1 NOT = 0 AND M-PAID2 NOT = 0
002683            AND M-PAID3 NOT = 0 AND M-PAID4 NOT = 0
002684            AND M-PAID4 + WS-BUCKET-PART > 9999.99
002685             MOVE 'BUCKET 4 WOULD OVERFLOW'
002686                  TO WS-LOG-RESULT
002687             ADD 1 TO FAIL-CTR
002689             MOVE ' ' TO WS-HIST-TYPE
002690             PERFORM 3000-WRITE-HISTORY
002700             IF HISTORY-WRITTEN
002701                 SUBTRACT WS-FEE-PART FROM M-FEE-BAL
002702                 IF PAYOFF-MET
002703                     ADD WS-PAYOFF-INT TO M-LOAN
002704                 END-IF
002710                 PERFORM 2200-FILL-BUCKET
002712                 IF PAYOFF-MET
002714                     PERFORM 2400-COMPLETE-PAYOFF
002716                 END-IF
002720                 REWRITE MASTER-REC
002730                 ADD 1            TO POST-CTR
002740                 ADD P-PAY-AMT    TO WS-POST-AMT-SUM
002745                 ADD WS-FEE-PART  TO WS-POST-FEE-SUM
002750             ELSE
002760                 ADD 1 TO FAIL-CTR
002770             END-IF
002800*      2200-FILL-BUCKET PUTS THE PAYMENT IN THE FIRST BUCKET
002810*      STILL AT ZERO.  WHEN ALL FOUR BUCKETS ARE IN USE THE
002820*      AMOUNT IS ADDED INTO BUCKET 4 SO NO PAYMENT IS EVER
002830*      HELD ASIDE; THE HISTORY FILE KEEPS IT SEPARATE.  ONLY
002831*      THE PART LEFT AFTER LATE CHARGES GOES IN A BUCKET - A
002832*      PAYMENT THE CHARGES USED UP TOUCHES NO BUCKET AT ALL
002840************************************************************
002850 2200-FILL-BUCKET.
002860     MOVE 'PAYMENT POSTED' TO WS-LOG-RESULT.
002870     EVALUATE TRUE
002871         WHEN WS-BUCKET-PART = 0
002872             MOVE 'APPLIED TO LATE CHARGES'
002873                  TO WS-LOG-RESULT
002880         WHEN M-PAID1 = 0
002890             MOVE WS-BUCKET-PART TO M-PAID1
002900         WHEN M-PAID2 = 0
002910             MOVE WS-BUCKET-PART TO M-PAID2
002920         WHEN M-PAID3 = 0
002930             MOVE WS-BUCKET-PART TO M-PAID3
002931         WHEN M-PAID4 = 0
002932             MOVE WS-BUCKET-PART TO M-PAID4
002933         WHEN OTHER
002934             ADD WS-BUCKET-PART TO M-PAID4
002935             MOVE 'POSTED INTO BUCKET 4'
002936                  TO WS-LOG-RESULT
002937     END-EVALUATE.
002938************************************************************
002939*      2300-CHECK-PAYOFF-QUOTE LOOKS FOR AN OPEN PAYOFF QUOTE
002940*      ON THE ACCOUNT WHOSE WINDOW - QUOTE DATE THROUGH
002941*      GOOD-THROUGH DATE - HOLDS THE PAYMENT DATE, TAKING THE
002942*      LATEST WHEN THERE IS MORE THAN ONE.  A PAYOFF LARGER
002943*      THAN ONE BATCH RECORD CAN CARRY COMES IN SEVERAL
002944*      PIECES, SO THE QUOTE IS MET WHEN EVERYTHING RECEIVED
002945*      SINCE THE QUOTE DATE, THIS PAYMENT INCLUDED, COVERS
002946*      THE QUOTED PAYOFF.  THE PART OF THIS PAYMENT BEYOND
002947*      THE PRINCIPAL, UP TO THE QUOTED INTEREST, IS THE
002948*      INTEREST EARNED ON THE PAYOFF
002949************************************************************
002950 2300-CHECK-PAYOFF-QUOTE.
002951     SET PAYOFF-NOT-MET  TO TRUE.
002952     SET QUOTE-NOT-FOUND TO TRUE.
002953     MOVE 0               TO WS-PAYOFF-INT.
002954     MOVE 0               TO EOF-QT.
002955     MOVE P-ACCT-NO       TO Q-ACCT-NO.
002956     MOVE 0               TO Q-QUOTE-DATE.
002957     MOVE 0               TO Q-SEQ.
002958     START QUOTE-FILE KEY NOT LESS THAN Q-KEY
002959         INVALID KEY MOVE 1 TO EOF-QT
002960     END-START.
002961     IF EOF-QT NOT = 1
002962         PERFORM 9200-READ-QUOTE-NEXT
002963     END-IF.
002964     PERFORM 2310-CHECK-ONE-QUOTE
002965         UNTIL EOF-QT = 1.
002966     IF QUOTE-FOUND
002967         PERFORM 2320-SUM-QUOTE-PAYMENTS
002968         IF WS-QUOTE-PAID-SUM NOT < WS-QUOTE-PAYOFF
002969             SET PAYOFF-MET TO TRUE
002970             COMPUTE WS-PAYOFF-EXCESS = WS-BUCKET-SUM
002971                                      + WS-BUCKET-PART - M-LOAN
002972             IF WS-PAYOFF-EXCESS < 0
002973                 MOVE 0 TO WS-PAYOFF-EXCESS
002974             END-IF
002975             IF WS-PAYOFF-EXCESS > WS-QUOTE-INT
002976                 MOVE WS-QUOTE-INT TO WS-PAYOFF-EXCESS
002977             END-IF
002978             MOVE WS-PAYOFF-EXCESS TO WS-PAYOFF-INT
002979         END-IF
002980     END-IF.
002981************************************************************
002982*      2310-CHECK-ONE-QUOTE LOOKS AT ONE QUOTE WHILE THE
002983*      QUOTES STILL BELONG TO THE PAYMENT'S ACCOUNT AND SAVES
002984*      IT WHEN IT IS OPEN AND ITS WINDOW HOLDS THE PAYMENT
002985*      DATE.  QUOTES COME IN DATE ORDER, SO THE LAST ONE
002986*      SAVED IS THE LATEST
002987************************************************************
002988 2310-CHECK-ONE-QUOTE.
002989     IF Q-ACCT-NO NOT = P-ACCT-NO
002990         MOVE 1 TO EOF-QT
002991     ELSE
002992         IF QUOTE-IS-OPEN
002993            AND Q-QUOTE-DATE NOT > P-PAY-DATE
002994            AND Q-GOOD-THRU NOT < P-PAY-DATE
002995             SET QUOTE-FOUND TO TRUE
002996             MOVE Q-KEY        TO WS-QUOTE-KEY
002997             MOVE Q-GOOD-THRU  TO WS-QUOTE-GOOD-THRU
002998             MOVE Q-PAYOFF-AMT TO WS-QUOTE-PAYOFF
002999             MOVE Q-INTEREST   TO WS-QUOTE-INT
003000         END-IF
003001         PERFORM 9200-READ-QUOTE-NEXT
003002     END-IF.
003003************************************************************
003004*      2320-SUM-QUOTE-PAYMENTS ADDS UP THE LIVE PAYMENTS ON
003005*      HISTORY FROM THE QUOTE DATE ON, PLUS THE PAYMENT IN
003006*      HAND.  A PAYMENT SINCE REVERSED DOES NOT COUNT
003007************************************************************
003008 2320-SUM-QUOTE-PAYMENTS.
003009     MOVE P-PAY-AMT       TO WS-QUOTE-PAID-SUM.
003010     MOVE 0               TO EOF-H.
003011     MOVE P-ACCT-NO       TO H-ACCT-NO.
003012     MOVE WS-QUOTE-DATE   TO H-PAY-DATE.
003013     MOVE 0               TO H-PAY-SEQ.
003014     START PAYHIST-FILE KEY NOT LESS THAN H-KEY
003015         INVALID KEY MOVE 1 TO EOF-H
003016     END-START.
003017     IF EOF-H NOT = 1
003018         PERFORM 9100-READ-HISTORY-NEXT
003019     END-IF.
003020     PERFORM 2330-ADD-ONE-PAYMENT
003021         UNTIL EOF-H = 1.
003022************************************************************
003023*      2330-ADD-ONE-PAYMENT ADDS ONE HISTORY RECORD INTO THE
003024*      AMOUNT RECEIVED SINCE THE QUOTE WHILE THE RECORDS
003025*      STILL BELONG TO THE PAYMENT'S ACCOUNT
003026************************************************************
003027 2330-ADD-ONE-PAYMENT.
003028     IF H-ACCT-NO NOT = P-ACCT-NO
003029         MOVE 1 TO EOF-H
003030     ELSE
003031         IF HIST-IS-LIVE-PAYMENT
003032             ADD H-PAY-AMT TO WS-QUOTE-PAID-SUM
003033         END-IF
003034         PERFORM 9100-READ-HISTORY-NEXT
003035     END-IF.
003036************************************************************
003037*      2400-COMPLETE-PAYOFF CLOSES OUT THE QUOTE THE PAYMENT
003038*      MET SO IT CANNOT BE USED TWICE.  WHEN NOTHING IS LEFT
003039*      OWING - NO PRINCIPAL AND NO LATE CHARGES ASSESSED
003040*      SINCE THE QUOTE - THE LOAN IS FLAGGED PAID IN FULL AND
003041*      GOES ON THE PAYOFF-COMPLETED LIST
003042************************************************************
003043 2400-COMPLETE-PAYOFF.
003044     ADD WS-PAYOFF-INT    TO WS-PAYOFF-INT-SUM.
003045     MOVE WS-QUOTE-KEY    TO Q-KEY.
003046     READ QUOTE-FILE
003047         INVALID KEY
003048             DISPLAY 'PROG4: PAYOFF QUOTE NOT FOUND FOR '
003049                     P-ACCT-NO
003050         NOT INVALID KEY
003051             MOVE 'P'        TO Q-STATUS
003052             MOVE P-PAY-DATE TO Q-PAID-DATE
003053             REWRITE QUOTE-REC
003054     END-READ.
003055     COMPUTE WS-REMAINING = M-LOAN - M-PAID1 - M-PAID2
003056                          - M-PAID3 - M-PAID4.
003057     IF WS-REMAINING NOT > 0 AND M-FEE-BAL = 0
003058         MOVE 'P' TO M-STATUS
003059         ADD 1 TO PAYOFF-CTR
003060         PERFORM 2450-WRITE-PAYOFF-LINE
003061         MOVE 'PAID IN FULL' TO WS-LOG-RESULT
003062     ELSE
003063         MOVE 'QUOTE MET - BALANCE LEFT' TO WS-LOG-RESULT
003064     END-IF.
003065************************************************************
003066*      2450-WRITE-PAYOFF-LINE WRITES ONE LINE TO THE
003067*      PAYOFF-COMPLETED LIST FOR THE LIEN RELEASE
003068************************************************************
003069 2450-WRITE-PAYOFF-LINE.
003070     MOVE M-ACCT-NO         TO PO-ACCT-NO.
003071     MOVE M-NAME            TO PO-NAME.
003072     MOVE P-PAY-DATE        TO PO-PAID-DATE.
003073     MOVE WS-QUOTE-PAID-SUM TO PO-AMT-PAID.
003074     MOVE WS-QUOTE-DATE     TO PO-QUOTE-DATE.
003075     MOVE WS-QUOTE-GOOD-THRU TO PO-GOOD-THRU.
003076     WRITE PAYOFF-REC FROM PO-DATA1
003077           AFTER ADVANCING 1 LINE.
003078************************************************************
003079*      2500-POST-RECOVERY BOOKS A PAYMENT ON A CHARGED-OFF
003080*      ACCOUNT.  THE BALANCE WAS WRITTEN OFF, SO THE MONEY
003081*      GOES TO NO BUCKET AND NO LATE CHARGE - IT IS KEPT ON
003082*      HISTORY AS A 'C' RECOVERY, ADDED TO THE MASTER'S
003083*      RECOVERIES, AND CREDITED BACK TO THE LOSS ALLOWANCE
003084*      ON THE GL.  NOTHING MORE THAN WAS CHARGED OFF CAN BE
003085*      RECOVERED
003086************************************************************
003087 2500-POST-RECOVERY.
003088     MOVE 0 TO WS-FEE-PART.
003089     IF M-RECOV-AMT + P-PAY-AMT > M-CO-AMT
003090         MOVE 'RECOVERY EXCEEDS CHG-OFF'
003091              TO WS-LOG-RESULT
003092         ADD 1 TO FAIL-CTR
003093     ELSE
003094         MOVE 'C' TO WS-HIST-TYPE
003095         PERFORM 3000-WRITE-HISTORY
003096         IF HISTORY-WRITTEN
003097             ADD P-PAY-AMT    TO M-RECOV-AMT
003098             REWRITE MASTER-REC
003099             ADD 1            TO RECOV-CTR
003100             ADD P-PAY-AMT    TO WS-RECOV-AMT-SUM
003101             MOVE 'RECOVERY ON CHARGE-OFF'
003102                  TO WS-LOG-RESULT
003103         ELSE
003104             ADD 1 TO FAIL-CTR
003105         END-IF
003106     END-IF.
003107************************************************************
003108*      3000-WRITE-HISTORY BUILDS THE DATED HISTORY RECORD,
003109*      TYPED FROM WS-HIST-TYPE, AND TRIES SEQUENCE NUMBERS
003110*      00 THRU 98 UNTIL THE WRITE TAKES, SO TWO PAYMENTS ON
003111*      THE SAME DAY BOTH LAND
003112************************************************************
003113 3000-WRITE-HISTORY.
003120     SET HISTORY-NOT-WRITTEN TO TRUE.
003130     MOVE SPACES          TO PAYHIST-REC.
003140     MOVE P-ACCT-NO       TO H-ACCT-NO.
003160     MOVE 0               TO H-PAY-SEQ.
003170     MOVE P-PAY-AMT       TO H-PAY-AMT.
003171     MOVE WS-HIST-TYPE    TO H-REC-TYPE.
003172     MOVE WS-FEE-PART     TO H-FEE-PAID.
003180     PERFORM 3100-TRY-WRITE-HISTORY
003190         UNTIL HISTORY-WRITTEN
003200         OR H-PAY-SEQ > 98.
003220         MOVE 'HISTORY SEQ EXHAUSTED'
003230              TO WS-LOG-RESULT
003240     END-IF.
003241************************************************************
003242*      3100-TRY-WRITE-HISTORY WRITES THE HISTORY RECORD AT
003243*      THE CURRENT SEQUENCE NUMBER; A DUPLICATE KEY BUMPS
003244*      THE SEQUENCE FOR THE NEXT TRY
003245************************************************************
003246 3100-TRY-WRITE-HISTORY.
003247     WRITE PAYHIST-REC
003248         INVALID KEY
003249             ADD 1 TO H-PAY-SEQ
003250         NOT INVALID KEY
003251             SET HISTORY-WRITTEN TO TRUE
003252     END-WRITE.
003253************************************************************
003254*      6000-REVERSE-PAYMENT READS THE MASTER FOR THE
003255*      REVERSAL'S ACCOUNT AND, WHEN IT IS ON FILE, HUNTS THE
003256*      ORIGINAL PAYMENT ON HISTORY AND BACKS IT OUT
003257************************************************************
003258 6000-REVERSE-PAYMENT.
003259     MOVE P-ACCT-NO       TO M-ACCT-NO.
003260     READ MASTER-FILE
003261         INVALID KEY
003262             MOVE 'ACCOUNT NUMBER NOT FOUND'
003263                  TO WS-LOG-RESULT
003273             ADD 1 TO FAIL-CTR
003283         NOT INVALID KEY
003293             PERFORM 6100-MATCH-ORIGINAL
003303     END-READ.
003313     PERFORM 5000-WRITE-LOG.
003323************************************************************
003333*      6100-MATCH-ORIGINAL POSITIONS THE HISTORY FILE AT THE
003343*      REVERSAL'S ACCOUNT AND DATE AND SCANS THAT DAY'S
003353*      RECORDS FOR A LIVE PAYMENT OF THE SAME AMOUNT - OR,
003363*      ON A CHARGED-OFF ACCOUNT, A RECOVERY.  A REVERSAL
003373*      THAT MATCHES NO UNREVERSED ORIGINAL IS REJECTED
003383************************************************************
003393 6100-MATCH-ORIGINAL.
003403     SET ORIGINAL-NOT-FOUND TO TRUE.
003413     MOVE 0               TO EOF-H.
003423     MOVE P-ACCT-NO       TO H-ACCT-NO.
003433     MOVE P-PAY-DATE      TO H-PAY-DATE.
003443     MOVE 0               TO H-PAY-SEQ.
003453     START PAYHIST-FILE KEY NOT LESS THAN H-KEY
003463         INVALID KEY MOVE 1 TO EOF-H
003473     END-START.
003483     IF EOF-H NOT = 1
003493         PERFORM 9100-READ-HISTORY-NEXT
003503     END-IF.
003513     PERFORM 6120-CHECK-ONE-ORIGINAL
003523         UNTIL EOF-H = 1
003533         OR ORIGINAL-FOUND.
003543     IF ORIGINAL-FOUND
003553         IF LOAN-IS-CHARGED-OFF
003563             PERFORM 6600-REVERSE-RECOVERY
003573         ELSE
003583             PERFORM 6200-REMOVE-FROM-BUCKET
003593         END-IF
003603     ELSE
003613         MOVE 'NO MATCHING PAYMENT'
003623              TO WS-LOG-RESULT
003633         ADD 1 TO FAIL-CTR
003643     END-IF.
003653************************************************************
003663*      6120-CHECK-ONE-ORIGINAL COMPARES ONE HISTORY RECORD
003673*      AGAINST THE REVERSAL WHILE THE RECORDS STILL BELONG
003683*      TO THE REVERSAL'S ACCOUNT AND DATE.  A MATCH LEAVES
003693*      THE ORIGINAL AS THE CURRENT RECORD AND SAVES ITS KEY
003703*      AND ITS LATE-CHARGE SHARE.  A PAYMENT POSTED BEFORE
003713*      LATE CHARGES WERE KEPT HAS NO SHARE ON FILE AND WENT
003723*      WHOLLY TO THE BUCKETS.  ON A CHARGED-OFF ACCOUNT ONLY
003733*      A RECOVERY CAN BE REVERSED - PAYMENTS TAKEN BEFORE THE
003743*      CHARGE-OFF WENT OUT WITH THE BALANCE WRITTEN OFF
003753************************************************************
003763 6120-CHECK-ONE-ORIGINAL.
003773     IF H-ACCT-NO NOT = P-ACCT-NO
003783        OR H-PAY-DATE NOT = P-PAY-DATE
003793         MOVE 1 TO EOF-H
003803     ELSE
003813         IF ((HIST-IS-LIVE-PAYMENT AND NOT LOAN-IS-CHARGED-OFF)
003823            OR (HIST-IS-RECOVERY AND LOAN-IS-CHARGED-OFF))
003833            AND H-PAY-AMT = P-PAY-AMT
003843             SET ORIGINAL-FOUND TO TRUE
003853             MOVE H-KEY TO WS-ORIG-KEY
003863             MOVE H-REC-TYPE TO WS-ORIG-TYPE
003873             IF H-FEE-PAID NUMERIC
003883                 MOVE H-FEE-PAID TO WS-FEE-PART
003893             ELSE
003903                 MOVE 0          TO WS-FEE-PART
003913             END-IF
003923             COMPUTE WS-BUCKET-PART = P-PAY-AMT - WS-FEE-PART
003933         ELSE
003943             PERFORM 9100-READ-HISTORY-NEXT
003953         END-IF
003963     END-IF.
003973************************************************************
003983*      6200-REMOVE-FROM-BUCKET WORKS OUT WHICH MASTER BUCKET
003993*      THE ORIGINAL PAYMENT LANDED IN - THE FIRST BUCKET
004003*      HOLDING THE EXACT AMOUNT, OR BUCKET 4 WHEN IT WAS
004013*      FOLDED IN THERE - AND REJECTS THE REVERSAL WHEN THE
004023*      AMOUNT IS IN NO BUCKET AT ALL.  THE MASTER IS ONLY
004033*      REWRITTEN ONCE BOTH SIDES OF THE HISTORY TRAIL ARE
004043*      SAFELY ON FILE, THE SAME GUARANTEE 2100-APPLY-TO-
004053*      MASTER GIVES A POSTING.  ONLY THE BUCKET PART OF THE
004063*      ORIGINAL COMES OUT OF A BUCKET; ITS LATE-CHARGE PART
004073*      GOES BACK ON THE FEE BALANCE.  A PAYOFF THAT LEANED ON
004083*      THE BOUNCED PAYMENT IS REOPENED
004093************************************************************
004103 6200-REMOVE-FROM-BUCKET.
004113     EVALUATE TRUE
004123         WHEN WS-BUCKET-PART = 0
004133             MOVE 6 TO WS-REV-BUCKET
004143         WHEN M-PAID1 = WS-BUCKET-PART
004153             MOVE 1 TO WS-REV-BUCKET
004163         WHEN M-PAID2 = WS-BUCKET-PART
004173             MOVE 2 TO WS-REV-BUCKET
004183         WHEN M-PAID3 = WS-BUCKET-PART
004193             MOVE 3 TO WS-REV-BUCKET
004203         WHEN M-PAID4 = WS-BUCKET-PART
004213             MOVE 4 TO WS-REV-BUCKET
004223         WHEN M-PAID4 > WS-BUCKET-PART
004233             MOVE 5 TO WS-REV-BUCKET
004243         WHEN OTHER
004253             MOVE 0 TO WS-REV-BUCKET
004263     END-EVALUATE.
004273     IF WS-REV-BUCKET = 0
004283         MOVE 'AMOUNT NOT IN ANY BUCKET'
004293              TO WS-LOG-RESULT
004303         ADD 1 TO FAIL-CTR
004313     ELSE
004323         PERFORM 6300-WRITE-REVERSAL-TRAIL
004333         IF HISTORY-WRITTEN
004343             PERFORM 6400-TAKE-OUT-OF-BUCKET
004353             ADD WS-FEE-PART  TO M-FEE-BAL
004363             PERFORM 6700-REOPEN-PAYOFF
004373             REWRITE MASTER-REC
004383             ADD 1            TO REV-CTR
004393             ADD P-PAY-AMT    TO WS-REV-AMT-SUM
004403             ADD WS-FEE-PART  TO WS-REV-FEE-SUM
004413             MOVE 'PAYMENT REVERSED'
004423                  TO WS-LOG-RESULT
004433             IF PAYOFF-REOPENED
004443                 MOVE 'PAYOFF REVERSED'
004453                      TO WS-LOG-RESULT
004463             END-IF
004473         ELSE
004483             ADD 1 TO FAIL-CTR
004493         END-IF
004503     END-IF.
004513************************************************************
004523*      6300-WRITE-REVERSAL-TRAIL MARKS THE ORIGINAL PAYMENT
004533*      REVERSED - IT IS STILL THE CURRENT HISTORY RECORD
004543*      FROM THE MATCH SCAN - THEN WRITES THE 'R' REVERSAL
004553*      ENTRY.  IF THE ENTRY CANNOT BE WRITTEN THE MARK IS
004563*      TAKEN BACK SO THE TRAIL NEVER SHOWS ONE SIDE ONLY
004573************************************************************
004583 6300-WRITE-REVERSAL-TRAIL.
004593     MOVE 'V' TO H-REC-TYPE.
004603     REWRITE PAYHIST-REC.
004613     MOVE 'R' TO WS-HIST-TYPE.
004623     PERFORM 3000-WRITE-HISTORY.
004633     IF HISTORY-NOT-WRITTEN
004643         PERFORM 6500-UNDO-ORIGINAL-MARK
004653     END-IF.
004663************************************************************
004673*      6400-TAKE-OUT-OF-BUCKET TAKES THE REVERSED AMOUNT
004683*      BACK OUT OF THE BUCKET 6200-REMOVE-FROM-BUCKET CHOSE.
004693*      A PAYMENT THAT WENT WHOLLY TO LATE CHARGES (6) HAS
004703*      NOTHING TO TAKE OUT OF A BUCKET
004713************************************************************
004723 6400-TAKE-OUT-OF-BUCKET.
004733     EVALUATE WS-REV-BUCKET
004743         WHEN 1
004753             MOVE 0 TO M-PAID1
004763         WHEN 2
004773             MOVE 0 TO M-PAID2
004783         WHEN 3
004793             MOVE 0 TO M-PAID3
004803         WHEN 4
004813             MOVE 0 TO M-PAID4
004823         WHEN 5
004833             SUBTRACT WS-BUCKET-PART FROM M-PAID4
004843     END-EVALUATE.
004853************************************************************
004863*      6500-UNDO-ORIGINAL-MARK RE-READS THE ORIGINAL PAYMENT
004873*      BY ITS SAVED KEY AND PUTS ITS ORIGINAL TYPE BACK,
004883*      BECAUSE THE REVERSAL ENTRY COULD NOT BE WRITTEN
004893************************************************************
004903 6500-UNDO-ORIGINAL-MARK.
004913     MOVE WS-ORIG-KEY TO H-KEY.
004923     READ PAYHIST-FILE
004933         INVALID KEY
004943             MOVE 'REVERSAL UNDO FAILED'
004953                  TO WS-LOG-RESULT
004963         NOT INVALID KEY
004973             MOVE WS-ORIG-TYPE TO H-REC-TYPE
004983             REWRITE PAYHIST-REC
004993     END-READ.
005003************************************************************
005013*      6600-REVERSE-RECOVERY BACKS OUT A RECOVERY THAT CAME
005023*      BACK NSF: THE SAME TWO-SIDED HISTORY TRAIL AS A
005033*      PAYMENT REVERSAL, THEN THE AMOUNT COMES OFF THE
005043*      MASTER'S RECOVERIES.  THE MASTER IS ONLY REWRITTEN
005053*      ONCE BOTH SIDES OF THE TRAIL ARE ON FILE
005063************************************************************
005073 6600-REVERSE-RECOVERY.
005083     IF M-RECOV-AMT < P-PAY-AMT
005093         MOVE 'AMOUNT NOT IN RECOVERIES'
005103              TO WS-LOG-RESULT
005113         ADD 1 TO FAIL-CTR
005123     ELSE
005133         PERFORM 6300-WRITE-REVERSAL-TRAIL
005143         IF HISTORY-WRITTEN
005153             SUBTRACT P-PAY-AMT FROM M-RECOV-AMT
005163             REWRITE MASTER-REC
005173             ADD P-PAY-AMT    TO WS-RECOV-REV-SUM
005183             MOVE 'RECOVERY REVERSED'
005193                  TO WS-LOG-RESULT
005203         ELSE
005213             ADD 1 TO FAIL-CTR
005223         END-IF
005233     END-IF.
005243************************************************************
005253*      6700-REOPEN-PAYOFF PUTS BACK A PAYOFF THE BOUNCED
005263*      PAYMENT HELPED MEET: THE LATEST QUOTE ON THE ACCOUNT
005273*      WHOSE PAYOFF COUNTED THE BOUNCED PAYMENT IS OPENED
005283*      AGAIN, AND A LOAN FLAGGED PAID IN FULL GOES
005293*      BACK TO ACTIVE.  THE LOAN WILL EARN INTEREST AGAIN AT
005295*      THE QUARTER CLOSE, SO THE QUOTED INTEREST PUT ON THE
005297*      BALANCE WITH THE PAYOFF COMES BACK OFF IT AND IS
005299*      BOOKED BACK OUT OF INTEREST INCOME
005313************************************************************
005323 6700-REOPEN-PAYOFF.
005333     SET PAYOFF-NOT-MET  TO TRUE.
005343     SET QUOTE-NOT-FOUND TO TRUE.
005353     MOVE 0               TO EOF-QT.
005363     MOVE P-ACCT-NO       TO Q-ACCT-NO.
005373     MOVE 0               TO Q-QUOTE-DATE.
005383     MOVE 0               TO Q-SEQ.
005393     START QUOTE-FILE KEY NOT LESS THAN Q-KEY
005403         INVALID KEY MOVE 1 TO EOF-QT
005413     END-START.
005423     IF EOF-QT NOT = 1
005433         PERFORM 9200-READ-QUOTE-NEXT
005443     END-IF.
005453     PERFORM 6710-CHECK-PAID-QUOTE
005463         UNTIL EOF-QT = 1.
005473     IF QUOTE-FOUND
005483         MOVE WS-QUOTE-KEY TO Q-KEY
005493         READ QUOTE-FILE
005503             NOT INVALID KEY
005513                 MOVE 'O' TO Q-STATUS
005523                 MOVE 0   TO Q-PAID-DATE
005533                 REWRITE QUOTE-REC
005534                 IF Q-INTEREST > M-LOAN
005535                     MOVE M-LOAN     TO WS-PAYOFF-INT
005536                 ELSE
005537                     MOVE Q-INTEREST TO WS-PAYOFF-INT
005538                 END-IF
005539                 SUBTRACT WS-PAYOFF-INT FROM M-LOAN
005540                 ADD WS-PAYOFF-INT TO WS-PAYOFF-INT-REV
005543         END-READ
005553     END-IF.
005563     IF QUOTE-FOUND OR LOAN-IS-PAID-IN-FULL
005573         SET PAYOFF-REOPENED TO TRUE
005583         MOVE 'A' TO M-STATUS
005593         ADD 1 TO REOPEN-CTR
005603     END-IF.
005613************************************************************
005623*      6710-CHECK-PAID-QUOTE LOOKS AT ONE QUOTE WHILE THE
005633*      QUOTES STILL BELONG TO THE REVERSAL'S ACCOUNT AND SAVES
005643*      THE KEY OF ONE WHOSE PAYOFF COUNTED THE BOUNCED
005653*      PAYMENT - QUOTED ON OR BEFORE IT, PAID ON OR AFTER
005663************************************************************
005673 6710-CHECK-PAID-QUOTE.
005683     IF Q-ACCT-NO NOT = P-ACCT-NO
005693         MOVE 1 TO EOF-QT
005703     ELSE
005713         IF QUOTE-IS-PAID
005723            AND Q-QUOTE-DATE NOT > P-PAY-DATE
005733            AND Q-PAID-DATE NOT < P-PAY-DATE
005743             SET QUOTE-FOUND TO TRUE
005753             MOVE Q-KEY TO WS-QUOTE-KEY
005763         END-IF
005773         PERFORM 9200-READ-QUOTE-NEXT
005783     END-IF.
005793************************************************************
005803*      9100-READ-HISTORY-NEXT READS THE NEXT PAYMENT-HISTORY
005813*      RECORD IN KEY ORDER
005823************************************************************
005833 9100-READ-HISTORY-NEXT.
005843     READ PAYHIST-FILE NEXT RECORD
005853          AT END MOVE 1 TO EOF-H.
005863************************************************************
005873*      9200-READ-QUOTE-NEXT READS THE NEXT PAYOFF QUOTE IN
005883*      KEY ORDER
005893************************************************************
005903 9200-READ-QUOTE-NEXT.
005913     READ QUOTE-FILE NEXT RECORD
005923          AT END MOVE 1 TO EOF-QT.
005933************************************************************
005943*      7000-WRITE-GL-INTERFACE WRITES THE RUN'S GL BATCH:
005953*      THE DATED HEADER, A DEBIT-CASH/CREDIT-RECEIVABLE PAIR
005963*      FOR THE TOTAL POSTED, THE OPPOSITE PAIR FOR THE TOTAL
005973*      REVERSED, AND THE TRAILER WITH THE ENTRY COUNT AND
005983*      THE DEBIT/CREDIT HASH TOTALS THE LEDGER LOAD CHECKS.
005993*      THE LATE-CHARGE SHARE OF EACH TOTAL MOVES AGAINST FEES
006003*      RECEIVABLE INSTEAD OF LOANS RECEIVABLE.  RECOVERIES ON
006013*      CHARGED-OFF ACCOUNTS GO BACK TO THE LOSS ALLOWANCE,
006023*      AND RECOVERIES REVERSED COME BACK OUT OF IT.  THE
006033*      QUOTED INTEREST TAKEN WITH A PAYOFF IS BOOKED TO THE
006043*      LOAN AND TO INTEREST INCOME BEFORE THE PAYMENT CLEARS
006048*      IT, AND THE INTEREST TAKEN BACK OFF A REOPENED PAYOFF
006053*      COMES BACK OUT THE OPPOSITE WAY
006063************************************************************
006073 7000-WRITE-GL-INTERFACE.
006083     MOVE WS-SYSTEM-DATE  TO GH-RUN-DATE.
006093     WRITE GLPOST-REC FROM GL-HEADER-DATA.
006103     IF WS-POST-AMT-SUM > 0
006113         MOVE 1010            TO GD-ACCOUNT
006123         MOVE 'D'             TO GD-DC
006133         MOVE WS-POST-AMT-SUM TO GD-AMOUNT
006143         MOVE 'PAYMENTS POSTED     ' TO GD-DESC
006153         PERFORM 7100-WRITE-GL-ENTRY
006163         COMPUTE WS-GL-LOAN-AMT = WS-POST-AMT-SUM
006173                                - WS-POST-FEE-SUM
006183         IF WS-GL-LOAN-AMT > 0
006193             MOVE 1200            TO GD-ACCOUNT
006203             MOVE 'C'             TO GD-DC
006213             MOVE WS-GL-LOAN-AMT  TO GD-AMOUNT
006223             PERFORM 7100-WRITE-GL-ENTRY
006233         END-IF
006243         IF WS-POST-FEE-SUM > 0
006253             MOVE 1250            TO GD-ACCOUNT
006263             MOVE 'C'             TO GD-DC
006273             MOVE WS-POST-FEE-SUM TO GD-AMOUNT
006283             PERFORM 7100-WRITE-GL-ENTRY
006293         END-IF
006303     END-IF.
006313     IF WS-REV-AMT-SUM > 0
006323         MOVE 'PAYMENTS REVERSED   ' TO GD-DESC
006333         COMPUTE WS-GL-LOAN-AMT = WS-REV-AMT-SUM
006343                                - WS-REV-FEE-SUM
006353         IF WS-GL-LOAN-AMT > 0
006363             MOVE 1200            TO GD-ACCOUNT
006373             MOVE 'D'             TO GD-DC
006383             MOVE WS-GL-LOAN-AMT  TO GD-AMOUNT
006393             PERFORM 7100-WRITE-GL-ENTRY
006403         END-IF
006413         IF WS-REV-FEE-SUM > 0
006423             MOVE 1250            TO GD-ACCOUNT
006433             MOVE 'D'             TO GD-DC
006443             MOVE WS-REV-FEE-SUM  TO GD-AMOUNT
006453             PERFORM 7100-WRITE-GL-ENTRY
006463         END-IF
006473         MOVE 1010            TO GD-ACCOUNT
006483         MOVE 'C'             TO GD-DC
006493         MOVE WS-REV-AMT-SUM  TO GD-AMOUNT
006503         PERFORM 7100-WRITE-GL-ENTRY
006513     END-IF.
006523     IF WS-RECOV-AMT-SUM > 0
006533         MOVE 'RECOVERIES          ' TO GD-DESC
006543         MOVE 1010            TO GD-ACCOUNT
006553         MOVE 'D'             TO GD-DC
006563         MOVE WS-RECOV-AMT-SUM TO GD-AMOUNT
006573         PERFORM 7100-WRITE-GL-ENTRY
006583         MOVE 1290            TO GD-ACCOUNT
006593         MOVE 'C'             TO GD-DC
006603         PERFORM 7100-WRITE-GL-ENTRY
006613     END-IF.
006623     IF WS-RECOV-REV-SUM > 0
006633         MOVE 'RECOVERIES REVERSED ' TO GD-DESC
006643         MOVE 1290            TO GD-ACCOUNT
006653         MOVE 'D'             TO GD-DC
006663         MOVE WS-RECOV-REV-SUM TO GD-AMOUNT
006673         PERFORM 7100-WRITE-GL-ENTRY
006683         MOVE 1010            TO GD-ACCOUNT
006693         MOVE 'C'             TO GD-DC
006703         PERFORM 7100-WRITE-GL-ENTRY
006713     END-IF.
006723     IF WS-PAYOFF-INT-SUM > 0
006733         MOVE 'PAYOFF INTEREST     ' TO GD-DESC
006743         MOVE 1200            TO GD-ACCOUNT
006753         MOVE 'D'             TO GD-DC
006763         MOVE WS-PAYOFF-INT-SUM TO GD-AMOUNT
006773         PERFORM 7100-WRITE-GL-ENTRY
006783         MOVE 4100            TO GD-ACCOUNT
006793         MOVE 'C'             TO GD-DC
006803         PERFORM 7100-WRITE-GL-ENTRY
006804     END-IF.
006805     IF WS-PAYOFF-INT-REV > 0
006806         MOVE 'PAYOFF INT REVERSED ' TO GD-DESC
006807         MOVE 4100            TO GD-ACCOUNT
006808         MOVE 'D'             TO GD-DC
006809         MOVE WS-PAYOFF-INT-REV TO GD-AMOUNT
006810         PERFORM 7100-WRITE-GL-ENTRY
006811         MOVE 1200            TO GD-ACCOUNT
006812         MOVE 'C'             TO GD-DC
006813         PERFORM 7100-WRITE-GL-ENTRY
006814     END-IF.
006823     MOVE WS-GL-ENTRY-CTR TO GLT-ENTRY-CTR.
006833     MOVE WS-GL-DR-SUM    TO GLT-DR-SUM.
006843     MOVE WS-GL-CR-SUM    TO GLT-CR-SUM.
006853     WRITE GLPOST-REC FROM GL-TRAILER-DATA.
006863************************************************************
006873*      7100-WRITE-GL-ENTRY WRITES THE ENTRY SET UP IN
006883*      GL-DETAIL-DATA AND ADDS IT TO THE COUNT AND TO THE
006893*      DEBIT OR CREDIT HASH TOTAL
006903************************************************************
006913 7100-WRITE-GL-ENTRY.
006923     WRITE GLPOST-REC FROM GL-DETAIL-DATA.
006933     ADD 1 TO WS-GL-ENTRY-CTR.
006943     IF GD-DC = 'D'
006953         ADD GD-AMOUNT TO WS-GL-DR-SUM
006963     ELSE
006973         ADD GD-AMOUNT TO WS-GL-CR-SUM
006983     END-IF.
006993************************************************************
007003*      5000-WRITE-LOG WRITES ONE LINE TO THE POSTING LOG
007013*      SHOWING WHAT WAS POSTED OR WHY IT WAS REJECTED
007023************************************************************
007033 5000-WRITE-LOG.
007043     MOVE P-ACCT-NO       TO G-ACCT-NO.
007053     MOVE P-PAY-DATE      TO G-PAY-DATE.
007063     IF P-PAY-AMT NUMERIC
007073         MOVE P-PAY-AMT   TO G-PAY-AMT
007083     ELSE
007093         MOVE 0           TO G-PAY-AMT
007103     END-IF.
007113     MOVE WS-LOG-RESULT   TO G-RESULT.
007123     WRITE LOG-REC FROM LOG-DATA1
007133           AFTER ADVANCING 1 LINE.
007143************************************************************
007153*      8000-PRINT-TRAILER PRINTS THE COUNT AND TOTAL OF
007163*      PAYMENTS POSTED AND THE COUNT FAILED AT THE END OF
007173*      THE RUN
007183************************************************************
007193 8000-PRINT-TRAILER.
007203     MOVE POST-CTR        TO GT-POST-CTR.
007213     MOVE WS-POST-AMT-SUM TO GT-POST-AMT.
007223     MOVE FAIL-CTR        TO GT-FAIL-CTR.
007233     WRITE LOG-REC FROM LOG-TRAILER1
007243           AFTER ADVANCING 2 LINES.
007253     MOVE REV-CTR         TO GT-REV-CTR.
007263     MOVE WS-REV-AMT-SUM  TO GT-REV-AMT.
007273     WRITE LOG-REC FROM LOG-TRAILER2
007283           AFTER ADVANCING 1 LINE.
007293     MOVE WS-POST-FEE-SUM TO GT-FEE-PAID.
007303     MOVE WS-REV-FEE-SUM  TO GT-FEE-REV.
007313     WRITE LOG-REC FROM LOG-TRAILER3
007323           AFTER ADVANCING 1 LINE.
007333     MOVE RECOV-CTR        TO GT-RECOV-CTR.
007343     MOVE WS-RECOV-AMT-SUM TO GT-RECOV-AMT.
007353     MOVE WS-RECOV-REV-SUM TO GT-RECOV-REV.
007363     WRITE LOG-REC FROM LOG-TRAILER4
007373           AFTER ADVANCING 1 LINE.
007383     MOVE PAYOFF-CTR       TO GT-PAYOFF-CTR.
007393     MOVE WS-PAYOFF-INT-SUM TO GT-PAYOFF-INT.
007403     MOVE REOPEN-CTR       TO GT-REOPEN-CTR.
007413     WRITE LOG-REC FROM LOG-TRAILER5
007423           AFTER ADVANCING 1 LINE.
007425     MOVE WS-PAYOFF-INT-REV TO GT-PAYOFF-INT-REV.
007427     WRITE LOG-REC FROM LOG-TRAILER6
007429           AFTER ADVANCING 1 LINE.
007433     MOVE PAYOFF-CTR       TO PO-PAYOFF-CTR.
007443     WRITE PAYOFF-REC FROM PO-TRAILER1
007453           AFTER ADVANCING 2 LINES.
007463************************************************************
007473*      9000-READ-PAYMENT READS A PAYMENT AT A TIME
007483************************************************************
007493 9000-READ-PAYMENT.
007503     READ PAYBATCH-FILE
007513          AT END MOVE 1 TO EOF-P.
