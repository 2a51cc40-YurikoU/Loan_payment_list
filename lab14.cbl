000243*                 SO A PAYMENT PROG4 HAS REVERSED FOR NSF,
000244*                 AND THE REVERSAL ENTRY ITSELF, ARE NOT
000245*                 MISTAKEN FOR LIVE PAYMENTS.
000246* 10/15/2026 JAM  THE PAGE NOW SHOWS THE LATE CHARGES OWED
000247*                 FROM M-FEE-BAL, AND THE CURRENT BALANCE
000248*                 INCLUDES THEM AS PROG1'S DOES.
000249* 10/15/2026 JAM  THE PAGE NOW ENDS WITH A RECENT-NOTICES
000250*                 SECTION - THE LAST FIVE PAST-DUE LETTERS
000251*                 PROG21 SENT THE ACCOUNT, FROM ITS
000252*                 LETTER-HISTORY FILE, MOST RECENT FIRST -
000253*                 SO THE SERVICE DESK KNOWS WHAT THE
000254*                 BORROWER HAS ALREADY BEEN SENT.
000255* 10/15/2026 JAM  THE PAGE NOW SHOWS THE LOAN STATUS, AND
000256*                 FOR A CHARGED-OFF ACCOUNT THE CHARGE-OFF
000257*                 DATE, THE AMOUNT WRITTEN OFF AND THE
000258*                 RECOVERIES SINCE.  RECOVERY PAYMENTS ARE
000259*                 LABELLED ON THE PAYMENT LIST.
000260* 10/15/2026 JAM  A PAID-IN-FULL LOAN NOW SHOWS NO INTEREST
000261*                 AND NO CURRENT BALANCE, AS PROG30 REPORTS
000262*                 IT OWING NOTHING.
000263*----------------------------------------------------------
000265 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS H-KEY
000410         FILE STATUS IS WS-PAYHIST-STATUS.
000411     SELECT OPTIONAL LTRHIST-FILE ASSIGN TO AS-S-LTRHIST
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS DYNAMIC
000414         RECORD KEY IS LH-KEY
000415         FILE STATUS IS WS-LTRHIST-STATUS.
000420     SELECT INQPARM-FILE ASSIGN TO DA-S-INQPARM.
000430     SELECT INQ-FILE     ASSIGN TO UR-S-INQ.
000440 DATA DIVISION.
000590     03  M-PAID4          PIC 9999V99.
000600     03  M-MIN-PAY        PIC 9999V99.
000610     03  M-INT-RATE       PIC 9V9999.
000611     03  M-BRANCH         PIC 9(2).
000612     03  M-FEE-BAL        PIC 9999V99.
000613     03  M-FEE-CYCLE      PIC X(6).
000614     03  M-STATUS         PIC X(1).
000615         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
000616         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
000617         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
000618     03  M-CO-DATE        PIC 9(8).
000619     03  M-CO-AMT         PIC 9(7)V99.
000620     03  M-RECOV-AMT      PIC 9(7)V99.
000621     03  FILLER           PIC X(11).
000630************************************************************
000640*      PAYMENT HISTORY WRITTEN BY PROG4, KEYED BY ACCOUNT
000650*      NUMBER PLUS PAYMENT DATE PLUS A SEQUENCE NUMBER
000760         88  HIST-IS-REVERSED         VALUE 'V'.
000770         88  HIST-IS-REVERSAL         VALUE 'R'.
000780     03  FILLER           PIC X(7).
000785************************************************************
000791*      LETTER-HISTORY FILE WRITTEN BY PROG21, KEYED BY
000796*      ACCOUNT NUMBER PLUS NOTICE DATE
000801************************************************************
000806 FD  LTRHIST-FILE
000811     LABEL RECORDS ARE STANDARD.
000816 01  LTRHIST-REC.
000821     03  LH-KEY.
000826         05  LH-ACCT-NO   PIC 9(6).
000831         05  LH-NOTICE-DATE PIC 9(8).
000836     03  LH-LEVEL         PIC 9.
000841     03  LH-CYCLE         PIC X(6).
000846     03  LH-DAYS          PIC 9(4).
000851     03  LH-PAST-DUE      PIC 9999V99.
000856     03  LH-BALANCE       PIC 9(7)V99.
000861     03  FILLER           PIC X(10).
000760************************************************************
000770*      INQUIRY PARAMETER FILE - THE ONE ACCOUNT NUMBER TO
000780*      LOOK UP
001270 01  INQ-RATE-LINE.
001280     03                  PIC X(28)   VALUE 'INTEREST RATE'.
001290     03  IR-RATE          PIC 9.9999.
001291************************************************************
001292*      LAYOUT FOR THE LOAN-STATUS LINE - THE CHARGE-OFF
001293*      DATE PRINTS ONLY FOR A CHARGED-OFF ACCOUNT
001294************************************************************
001295 01  INQ-STATUS-LINE.
001296     03                  PIC X(28)   VALUE 'LOAN STATUS'.
001297     03  IS-STATUS        PIC X(13).
001298     03  IS-CO-DATE       PIC X(10).
001300************************************************************
001310*      LAYOUT FOR AN INQUIRY MONEY LINE - A CAPTION AND AN
001320*      EDITED AMOUNT, REUSED FOR EVERY FIGURE ON THE PAGE
001532     03  IP-STATUS        PIC X(8).
001540 01  INQ-NOPAY-LINE.
001550     03  FILLER           PIC X(28)   VALUE
001551         'NO PAYMENTS ON HISTORY FILE'.
001552************************************************************
001553*      LAYOUTS FOR THE RECENT-NOTICES SECTION
001554************************************************************
001555 01  INQ-NTC-HEADING1.
001556     03                  PIC X(14)   VALUE 'RECENT NOTICES'.
001557 01  INQ-NTC-HEADING2.
001558     03                  PIC X(11)   VALUE 'NOTICE DATE'.
001559     03                  PIC X(1)    VALUE SPACES.
001560     03                  PIC X(9)    VALUE 'LEVEL'.
001561     03                  PIC X(3)    VALUE SPACES.
001562     03                  PIC X(5)    VALUE 'CYCLE'.
001563     03                  PIC X(3)    VALUE SPACES.
001564     03                  PIC X(8)    VALUE 'PAST DUE'.
001565 01  INQ-NTC-DATA1.
001566     03  IN-NOTICE-DATE   PIC X(10).
001567     03  FILLER           PIC X(2)    VALUE SPACES.
001568     03  IN-LEVEL         PIC X(9).
001569     03  FILLER           PIC X(3)    VALUE SPACES.
001570     03  IN-CYCLE         PIC X(6).
001571     03  FILLER           PIC X(2)    VALUE SPACES.
001572     03  IN-PAST-DUE      PIC ZZZ9.99.
001573 01  INQ-NONTC-LINE.
001574     03  FILLER           PIC X(25)   VALUE
001575         'NO PAST-DUE NOTICES SENT'.
001576 01  MISC.
001580************************************************************
001590*      END OF FILE (EOF) SWITCH        *
001600*    0=NOT AT EOF       1=AT EOF        *
001610************************************************************
001620     03  EOF-H            PIC 9        VALUE 0.
001621     03  EOF-L            PIC 9        VALUE 0.
001630     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
001640     03  WS-PAYHIST-STATUS PIC X(2)    VALUE SPACES.
001641     03  WS-LTRHIST-STATUS PIC X(2)    VALUE SPACES.
001650     03  WS-TBL-SUB       PIC 9(2)     VALUE 0    COMP.
001660************************************************************
001670*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME
002030         05  WS-PAY-SEQ   PIC 9(2).
002040         05  WS-PAY-AMT   PIC 9999V99.
002050         05  WS-PAY-TYPE  PIC X(1).
002055************************************************************
002061*      ROLLING TABLE OF THE LAST FIVE PAST-DUE NOTICES READ
002066*      OFF THE LETTER HISTORY, KEPT AND PRINTED THE SAME WAY
002071*      AS THE PAYMENTS TABLE - MOST RECENT NOTICE FIRST
002076************************************************************
002081 01  WS-RECENT-NOTICES.
002086     03  WS-NTC-CTR       PIC 9(2)     VALUE 0    COMP.
002091     03  WS-NTC-ENTRY OCCURS 5 TIMES.
002096         05  WS-NTC-DATE  PIC 9(8).
002101         05  WS-NTC-LEVEL PIC 9.
002106         05  WS-NTC-CYCLE PIC X(6).
002111         05  WS-NTC-PAST-DUE PIC 9999V99.
002050************************************************************
002060*      START OF PROCEDURE DIVISION
002070************************************************************
002250                 WS-PAYHIST-STATUS
002260         STOP RUN
002270     END-IF.
002271     OPEN INPUT LTRHIST-FILE.
002272     IF WS-LTRHIST-STATUS NOT = '00'
002273         AND WS-LTRHIST-STATUS NOT = '05'
002274         DISPLAY 'PROG12: LTRHIST-FILE OPEN FAILED, STATUS '
002275                 WS-LTRHIST-STATUS
002276         STOP RUN
002277     END-IF.
002280     OPEN OUTPUT INQ-FILE.
002290     ACCEPT WS-SYSTEM-DATE FROM DATE.
002300     MOVE WS-SYS-MM       TO WS-EDIT-MM.
002350     PERFORM 2000-LOOK-UP-ACCOUNT.
002360     CLOSE MASTER-FILE
002370           PAYHIST-FILE
002375           LTRHIST-FILE
002380           INQ-FILE.
002390     STOP RUN.
002400************************************************************
002670         NOT INVALID KEY
002680             PERFORM 3000-BUILD-FIGURES
002690             PERFORM 4000-GATHER-PAYMENTS
002695             PERFORM 4500-GATHER-NOTICES
002700             PERFORM 5000-PRINT-PAGE
002710     END-READ.
002720************************************************************
002830************************************************************
002840*      3000-BUILD-FIGURES COMPUTES THE PAGE'S TOTAL PAID,
002850*      INTEREST, AND BALANCE THE SAME WAY PROG1'S
002860*      2200-BUILD-CURR-REC DOES, LATE CHARGES INCLUDED.  A
002861*      PAID-IN-FULL LOAN OWES NOTHING, SO IT ACCRUES NO
002862*      INTEREST AND HAS NO BALANCE
002870************************************************************
002880 3000-BUILD-FIGURES.
002890     COMPUTE C-TOTAL = M-PAID1 + M-PAID2
002900                     + M-PAID3 + M-PAID4.
002910     IF LOAN-IS-PAID-IN-FULL
002911         MOVE 0 TO C-INTEREST
002912         MOVE 0 TO C-BALANCE
002913     ELSE
002914         COMPUTE C-INTEREST ROUNDED = M-LOAN * M-INT-RATE
002920         COMPUTE C-BALANCE = M-LOAN + C-INTEREST - C-TOTAL
002921                           + M-FEE-BAL
002922     END-IF.
002930************************************************************
002940*      4000-GATHER-PAYMENTS POSITIONS THE HISTORY FILE AT
002950*      THE ACCOUNT'S FIRST PAYMENT AND READS FORWARD TO THE
003470     MOVE WS-PAY-ENTRY (WS-TBL-SUB + 1)
003480       TO WS-PAY-ENTRY (WS-TBL-SUB).
003490     ADD 1 TO WS-TBL-SUB.
003491************************************************************
003492*      4500-GATHER-NOTICES POSITIONS THE LETTER HISTORY AT
003493*      THE ACCOUNT'S FIRST NOTICE AND READS FORWARD TO THE
003494*      LAST, KEEPING THE FIVE MOST RECENT IN THE ROLLING
003495*      TABLE
003496************************************************************
003497 4500-GATHER-NOTICES.
003498     MOVE 0               TO WS-NTC-CTR.
003499     MOVE 0               TO EOF-L.
003500     MOVE M-ACCT-NO       TO LH-ACCT-NO.
003501     MOVE 0               TO LH-NOTICE-DATE.
003502     START LTRHIST-FILE KEY NOT LESS THAN LH-KEY
003503         INVALID KEY MOVE 1 TO EOF-L
003504     END-START.
003505     IF EOF-L NOT = 1
003506         PERFORM 9200-READ-LTRHIST-NEXT
003507     END-IF.
003508     PERFORM 4600-KEEP-ONE-NOTICE
003509         UNTIL EOF-L = 1.
003510************************************************************
003511*      4600-KEEP-ONE-NOTICE PUTS THE CURRENT LETTER-HISTORY
003512*      RECORD IN THE ROLLING TABLE WHILE IT STILL BELONGS TO
003513*      THE ACCOUNT UNDER INQUIRY, AND STOPS THE SCAN AT THE
003514*      FIRST RECORD THAT DOES NOT
003515************************************************************
003516 4600-KEEP-ONE-NOTICE.
003517     IF LH-ACCT-NO NOT = M-ACCT-NO
003518         MOVE 1 TO EOF-L
003519     ELSE
003520         IF WS-NTC-CTR < 5
003521             ADD 1 TO WS-NTC-CTR
003522         ELSE
003523             MOVE 1 TO WS-TBL-SUB
003524             PERFORM 4700-SHIFT-ONE-NOTICE
003525                 UNTIL WS-TBL-SUB > 4
003526         END-IF
003527         MOVE LH-NOTICE-DATE TO WS-NTC-DATE     (WS-NTC-CTR)
003528         MOVE LH-LEVEL       TO WS-NTC-LEVEL    (WS-NTC-CTR)
003529         MOVE LH-CYCLE       TO WS-NTC-CYCLE    (WS-NTC-CTR)
003530         MOVE LH-PAST-DUE    TO WS-NTC-PAST-DUE (WS-NTC-CTR)
003531         PERFORM 9200-READ-LTRHIST-NEXT
003532     END-IF.
003533************************************************************
003534*      4700-SHIFT-ONE-NOTICE MOVES ONE NOTICE TABLE SLOT UP
003535*      OVER THE ONE BEFORE IT, DROPPING THE OLDEST NOTICE
003536*      OUT OF THE FULL TABLE
003537************************************************************
003538 4700-SHIFT-ONE-NOTICE.
003539     MOVE WS-NTC-ENTRY (WS-TBL-SUB + 1)
003540       TO WS-NTC-ENTRY (WS-TBL-SUB).
003541     ADD 1 TO WS-TBL-SUB.
003542************************************************************
003543*      5000-PRINT-PAGE PRINTS THE FULL INQUIRY PAGE FOR THE
003544*      ACCOUNT JUST READ: HEADING, MASTER FIELDS, COMPUTED
003545*      FIGURES, THE RECENT-PAYMENTS SECTION, AND THE
003546*      RECENT-NOTICES SECTION
003547************************************************************
003550 5000-PRINT-PAGE.
003560     WRITE INQ-REC FROM INQ-HEADING1
003570           AFTER ADVANCING PAGE.
003910     MOVE 'INTEREST CHARGED'        TO IM-CAPTION.
003920     MOVE C-INTEREST      TO IM-AMOUNT.
003930     PERFORM 5100-PRINT-MONEY-LINE.
003931     MOVE 'LATE CHARGES OWED'       TO IM-CAPTION.
003932     MOVE M-FEE-BAL       TO IM-AMOUNT.
003933     PERFORM 5100-PRINT-MONEY-LINE.
003940     MOVE 'CURRENT BALANCE'         TO IM-CAPTION.
003950     MOVE C-BALANCE       TO IM-AMOUNT.
003960     PERFORM 5100-PRINT-MONEY-LINE.
003961     PERFORM 5200-PRINT-STATUS.
003970     PERFORM 6000-PRINT-PAYMENTS.
003975     PERFORM 6500-PRINT-NOTICES.
003980************************************************************
003990*      5100-PRINT-MONEY-LINE PRINTS THE CAPTION AND AMOUNT
004000*      SET UP IN INQ-MONEY-LINE
004010************************************************************
004020 5100-PRINT-MONEY-LINE.
004021     WRITE INQ-REC FROM INQ-MONEY-LINE
004022           AFTER ADVANCING 1 LINE.
004023************************************************************
004024*      5200-PRINT-STATUS PRINTS THE LOAN STATUS.  THE
004025*      BALANCE FIGURES ABOVE ARE ZERO ONCE A LOAN IS CHARGED
004026*      OFF OR PAID IN FULL, SO FOR A CHARGED-OFF ACCOUNT IT
004027*      ALSO PRINTS THE DATE AND AMOUNT WRITTEN OFF AND WHAT
004028*      HAS BEEN RECOVERED SINCE
004029************************************************************
004030 5200-PRINT-STATUS.
004031     MOVE SPACES TO IS-CO-DATE.
004032     EVALUATE TRUE
004033         WHEN LOAN-IS-CHARGED-OFF
004034             MOVE 'CHARGED OFF'  TO IS-STATUS
004035             MOVE M-CO-DATE      TO WS-PAY-DATE-SPLIT
004036             MOVE WS-PD-MM       TO WS-EP-MM
004037             MOVE WS-PD-DD       TO WS-EP-DD
004038             MOVE WS-PD-YYYY     TO WS-EP-YYYY
004039             MOVE WS-EDIT-PAY-DATE TO IS-CO-DATE
004040         WHEN LOAN-IS-PAID-IN-FULL
004041             MOVE 'PAID IN FULL' TO IS-STATUS
004042         WHEN OTHER
004043             MOVE 'ACTIVE'       TO IS-STATUS
004044     END-EVALUATE.
004045     WRITE INQ-REC FROM INQ-STATUS-LINE
004046           AFTER ADVANCING 1 LINE.
004047     IF LOAN-IS-CHARGED-OFF
004048         MOVE 'AMOUNT CHARGED OFF'      TO IM-CAPTION
004049         MOVE M-CO-AMT        TO IM-AMOUNT
004050         PERFORM 5100-PRINT-MONEY-LINE
004051         MOVE 'RECOVERED SINCE CHARGE-OFF' TO IM-CAPTION
004052         MOVE M-RECOV-AMT     TO IM-AMOUNT
004053         PERFORM 5100-PRINT-MONEY-LINE
004054     END-IF.
004055************************************************************
004060*      6000-PRINT-PAYMENTS PRINTS THE RECENT-PAYMENTS
004070*      SECTION FROM THE BOTTOM OF THE ROLLING TABLE UP, SO
004080*      THE MOST RECENT PAYMENT PRINTS FIRST.  AN ACCOUNT
004373             MOVE 'REVERSED' TO IP-STATUS
004374         WHEN 'R'
004375             MOVE 'REVERSAL' TO IP-STATUS
004376         WHEN 'C'
004377             MOVE 'RECOVERY' TO IP-STATUS
004378         WHEN OTHER
004379             MOVE SPACES     TO IP-STATUS
004380     END-EVALUATE.
004381     WRITE INQ-REC FROM INQ-PAY-DATA1
004382           AFTER ADVANCING 1 LINE.
004383     SUBTRACT 1 FROM WS-TBL-SUB.
004384************************************************************
004385*      6500-PRINT-NOTICES PRINTS THE RECENT-NOTICES SECTION
004386*      FROM THE BOTTOM OF THE ROLLING TABLE UP, SO THE MOST
004387*      RECENT NOTICE PRINTS FIRST.  AN ACCOUNT THAT HAS
004388*      NEVER BEEN SENT ONE GETS THE ONE-LINE NOTE INSTEAD
004389************************************************************
004390 6500-PRINT-NOTICES.
004391     MOVE SPACES TO INQ-REC.
004392     WRITE INQ-REC AFTER ADVANCING 1 LINE.
004393     WRITE INQ-REC FROM INQ-NTC-HEADING1
004394           AFTER ADVANCING 1 LINE.
004395     IF WS-NTC-CTR = 0
004396         WRITE INQ-REC FROM INQ-NONTC-LINE
004397               AFTER ADVANCING 1 LINE
004398     ELSE
004399         WRITE INQ-REC FROM INQ-NTC-HEADING2
004400               AFTER ADVANCING 1 LINE
004401         MOVE WS-NTC-CTR TO WS-TBL-SUB
004402         PERFORM 6600-PRINT-ONE-NOTICE
004403             UNTIL WS-TBL-SUB < 1
004404     END-IF.
004405************************************************************
004406*      6600-PRINT-ONE-NOTICE PRINTS ONE NOTICE TABLE SLOT,
004407*      WITH THE LEVEL NAMED BY ITS AGING BUCKET, AND STEPS
004408*      TO THE ONE BEFORE IT
004409************************************************************
004410 6600-PRINT-ONE-NOTICE.
004411     MOVE WS-NTC-DATE (WS-TBL-SUB) TO WS-PAY-DATE-SPLIT.
004412     MOVE WS-PD-MM        TO WS-EP-MM.
004413     MOVE WS-PD-DD        TO WS-EP-DD.
004414     MOVE WS-PD-YYYY      TO WS-EP-YYYY.
004415     MOVE WS-EDIT-PAY-DATE TO IN-NOTICE-DATE.
004416     EVALUATE WS-NTC-LEVEL (WS-TBL-SUB)
004417         WHEN 2
004418             MOVE '30 DAYS  ' TO IN-LEVEL
004419         WHEN 3
004420             MOVE '60 DAYS  ' TO IN-LEVEL
004421         WHEN 4
004422             MOVE '90 DAYS  ' TO IN-LEVEL
004423         WHEN OTHER
004424             MOVE '120+ DAYS' TO IN-LEVEL
004425     END-EVALUATE.
004426     MOVE WS-NTC-CYCLE (WS-TBL-SUB)    TO IN-CYCLE.
004427     MOVE WS-NTC-PAST-DUE (WS-TBL-SUB) TO IN-PAST-DUE.
004428     WRITE INQ-REC FROM INQ-NTC-DATA1
004429           AFTER ADVANCING 1 LINE.
004430     SUBTRACT 1 FROM WS-TBL-SUB.
004431************************************************************
004432*      9100-READ-HISTORY-NEXT READS THE NEXT PAYMENT-HISTORY
004433*      RECORD IN KEY ORDER
004440************************************************************
004450 9100-READ-HISTORY-NEXT.
004460     READ PAYHIST-FILE NEXT RECORD
004470          AT END MOVE 1 TO EOF-H.
004471************************************************************
004472*      9200-READ-LTRHIST-NEXT READS THE NEXT LETTER-HISTORY
004473*      RECORD IN KEY ORDER
004474************************************************************
004475 9200-READ-LTRHIST-NEXT.
004476     READ LTRHIST-FILE NEXT RECORD
004477          AT END MOVE 1 TO EOF-L.
