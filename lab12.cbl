000234*                 PREDECESSOR; PROG4 REFUSES TO POST UNTIL
000235*                 THIS RUN'S STAMP SHOWS COMPLETE FOR THE
000236*                 SAME BUSINESS DATE.
000237* 10/15/2026 JAM  THE MASTER RECORD GROWS TO 120 BYTES FOR
000238*                 THE LATE-CHARGE FEE BALANCE PROG20 KEEPS
000239*                 PLUS A RESERVE FILLER.  THIS PROGRAM DOES
000240*                 NOT USE THE NEW FIELDS, SO THEY SIT IN
000241*                 THE TRAILING FILLER.
000242* 10/15/2026 JAM  AN UNMATCHED ITEM WITH A GOOD AMOUNT IS
000243*                 NO LONGER JUST PRINTED.  IT IS WRITTEN
000244*                 TO A NEW INDEXED UNAPPLIED-CASH SUSPENSE
000245*                 FILE AS AN OPEN ITEM WITH ITS DEPOSIT
000246*                 DATE, AMOUNT AND THE ACCOUNT AS
000247*                 RECEIVED, AND THE SUSPENDED TOTAL GOES
000248*                 TO THE LEDGER CASH TO 2100 UNAPPLIED
000249*                 CASH, SO THE WHOLE DEPOSIT TIES.  PROG23
000250*                 WORKS THE ITEMS AND PROG24 AGES THEM.
000251* 10/15/2026 JAM  THE RUN NO LONGER HEADS THE NIGHTLY
000252*                 STREAM.  IT NOW REFUSES TO START, RETURN
000253*                 CODE 8, UNLESS PROG31'S FILE INTEGRITY
000254*                 SWEEP HAS COMPLETED CLEANLY FOR THE SAME
000255*                 BUSINESS DATE, SO ANY CROSS-FILE FINDING
000256*                 HOLDS THE WHOLE STREAM UNTIL IT IS
000257*                 CLEARED.
000258*----------------------------------------------------------
000259 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000383         ACCESS MODE IS DYNAMIC
000384         RECORD KEY IS RC-PROG-NAME
000385         FILE STATUS IS WS-RUNCTL-STATUS.
000386     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO AS-S-SUSPENSE
000387         ORGANIZATION IS INDEXED
000388         ACCESS MODE IS DYNAMIC
000389         RECORD KEY IS SU-KEY
000390         FILE STATUS IS WS-SUSP-STATUS.
000391     SELECT GLSUSP-FILE  ASSIGN TO DA-S-GLSUSP.
000392 DATA DIVISION.
000400 FILE SECTION.
000410************************************************************
000420*      LOAN MASTER, KEYED BY ACCOUNT NUMBER.  SAME FIELDS AS
000550     03  M-MIN-PAY        PIC 9999V99.
000560     03  M-INT-RATE       PIC 9V9999.
000570     03  FILLER           PIC X(2).
000571     03  FILLER           PIC X(50).
000580************************************************************
000590*      THE BANK'S LOCKBOX FILE - ONE PAYMENT RECEIVED PER
000600*      RECORD: ACCOUNT NUMBER, AMOUNT, AND DEPOSIT DATE
000893         88  RC-RUN-STARTED           VALUE 'S'.
000894         88  RC-RUN-COMPLETED         VALUE 'C'.
000895     03  FILLER           PIC X(5).
000896************************************************************
000897*      UNAPPLIED-CASH SUSPENSE FILE, KEYED BY DEPOSIT DATE
000898*      PLUS A SEQUENCE NUMBER.  ONE RECORD PER LOCKBOX ITEM
000899*      THAT COULD NOT BE MATCHED, HELD OPEN ('O') UNTIL
000900*      PROG23 APPLIES IT TO AN ACCOUNT ('A') OR REFUNDS IT
000901*      ('R').  THE ACCOUNT IS KEPT EXACTLY AS THE BANK SENT
000902*      IT, SO RESEARCH SEES WHAT WAS ON THE REMITTANCE
000903************************************************************
000904 FD  SUSPENSE-FILE
000905     LABEL RECORDS ARE STANDARD.
000906 01  SUSP-REC.
000907     03  SU-KEY.
000908         05  SU-DEP-DATE  PIC 9(8).
000909         05  SU-SEQ       PIC 9(4).
000910     03  SU-ACCT-RECVD    PIC X(6).
000911     03  SU-AMOUNT        PIC 9999V99.
000912     03  SU-STATUS        PIC X(1).
000913         88  SU-IS-OPEN               VALUE 'O'.
000914         88  SU-IS-APPLIED            VALUE 'A'.
000915         88  SU-IS-REFUNDED           VALUE 'R'.
000916     03  SU-REASON        PIC X(24).
000917     03  SU-APPLY-ACCT    PIC 9(6).
000918     03  SU-ACTION-DATE   PIC 9(8).
000919     03  SU-ACTION-BY     PIC X(8).
000920     03  FILLER           PIC X(9).
000921************************************************************
000922*      GL INTERFACE FILE - THE CASH TAKEN INTO SUSPENSE, IN
000923*      THE HEADER/DETAIL/TRAILER SHAPE PROG4 WRITES
000924************************************************************
000925 FD  GLSUSP-FILE
000926     BLOCK CONTAINS 0 RECORDS
000927     LABEL RECORDS ARE STANDARD.
000928 01  GLSUSP-REC           PIC X(40).
000929 WORKING-STORAGE SECTION.
000930************************************************************
000931*      LAYOUT FOR AN UNMATCHED-ITEMS DETAIL LINE
000932************************************************************
000933 01  UNMATCH-DATA1.
000940     03  U-ACCT-NO        PIC X(6).
000950     03  FILLER           PIC X(2)    VALUE SPACES.
000960     03  U-DEP-DATE       PIC X(8).
001260 01  UNMATCH-TRAILER2.
001270     03  FILLER           PIC X(15)  VALUE 'UNMATCHED:'.
001280     03  DT-UNM-CTR       PIC ZZZZ9.
001281     03  FILLER           PIC X(1)   VALUE SPACES.
001282     03  DT-UNM-AMT       PIC $ZZZZZZ9.99.
001283     03  FILLER           PIC X(3)   VALUE SPACES.
001284     03  FILLER           PIC X(10)  VALUE 'SUSPENDED:'.
001285     03  DT-SUSP-CTR      PIC ZZZZ9.
001286     03  FILLER           PIC X(1)   VALUE SPACES.
001287     03  DT-SUSP-AMT      PIC $ZZZZZZ9.99.
001288************************************************************
001289*      LAYOUTS FOR THE GL INTERFACE RECORDS.  THE LEDGER
001290*      ACCOUNTS ARE 1010 CASH, 2100 UNAPPLIED CASH
001291************************************************************
001292 01  GL-HEADER-DATA.
001293     03  FILLER           PIC X(1)     VALUE 'H'.
001294     03  GH-RUN-DATE      PIC 9(6).
001295     03  GH-SOURCE        PIC X(6)     VALUE 'PROG10'.
001296     03  FILLER           PIC X(27)    VALUE SPACES.
001297 01  GL-DETAIL-DATA.
001298     03  FILLER           PIC X(1)     VALUE 'D'.
001299     03  GD-ACCOUNT       PIC 9(4).
001300     03  GD-DC            PIC X(1).
001301     03  GD-AMOUNT        PIC 9(7)V99.
001302     03  GD-DESC          PIC X(20).
001303     03  FILLER           PIC X(5)     VALUE SPACES.
001304 01  GL-TRAILER-DATA.
001305     03  FILLER           PIC X(1)     VALUE 'T'.
001306     03  GLT-ENTRY-CTR    PIC 9(5).
001307     03  GLT-DR-SUM       PIC 9(8)V99.
001308     03  GLT-CR-SUM       PIC 9(8)V99.
001309     03  FILLER           PIC X(14)    VALUE SPACES.
001310************************************************************
001311*      RUNNING GL ENTRY COUNT AND DEBIT/CREDIT HASH TOTALS
001312*      FOR THE TRAILER RECORD
001313************************************************************
001314 01  WS-GL-TOTALS.
001315     03  WS-GL-ENTRY-CTR  PIC 9(5)     VALUE 0    COMP.
001316     03  WS-GL-DR-SUM     PIC 9(8)V99  VALUE 0.
001317     03  WS-GL-CR-SUM     PIC 9(8)V99  VALUE 0.
001318 01  MISC.
001320************************************************************
001330*      END OF FILE (EOF) SWITCH        *
001340*    0=NOT AT EOF       1=AT EOF        *
001370     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
001371     03  WS-RUNCTL-STATUS PIC X(2)     VALUE SPACES.
001372     03  WS-RUNCTL-TODAY  PIC 9(6)     VALUE 0.
001373     03  WS-SUSP-STATUS   PIC X(2)     VALUE SPACES.
001380************************************************************
001390*      DEPOSIT, MATCHED, AND UNMATCHED COUNTS AND AMOUNTS
001400************************************************************
001450     03  WS-MATCH-AMT     PIC 9(7)V99  VALUE 0.
001460     03  WS-UNM-CTR       PIC 9(5)     VALUE 0    COMP.
001470     03  WS-UNM-AMT       PIC 9(7)V99  VALUE 0.
001471     03  WS-SUSP-CTR      PIC 9(5)     VALUE 0    COMP.
001472     03  WS-SUSP-AMT      PIC 9(7)V99  VALUE 0.
001480 01  WS-UNM-REASON        PIC X(24)    VALUE SPACES.
001490************************************************************
001500*      LOCKBOX ITEM EDIT SWITCH, SET BY 1500-EDIT-ITEM
001510************************************************************
001520 01  WS-VALID-SW          PIC X        VALUE 'Y'.
001530     88  ITEM-IS-VALID                 VALUE 'Y'.
001531     88  ITEM-IS-INVALID               VALUE 'N'.
001532************************************************************
001533*      SUSPENSE WRITE SWITCH - 3150-TRY-WRITE-SUSPENSE BUMPS
001534*      THE SEQUENCE UNTIL THE WRITE TAKES OR 9999 IS TRIED
001535************************************************************
001536 01  WS-SUSP-SW           PIC X        VALUE 'N'.
001537     88  SUSPENSE-WRITTEN              VALUE 'Y'.
001538     88  SUSPENSE-NOT-WRITTEN          VALUE 'N'.
001539     88  SUSPENSE-SEQ-USED-UP          VALUE 'F'.
001540************************************************************
001541*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME, TO
001542*      STAMP THE GL HEADER AND TO DATE A SUSPENSE ITEM WHOSE
001543*      DEPOSIT DATE CAME IN UNREADABLE.  THE CENTURY WINDOW
001544*      PUTS EVERY TWO-DIGIT YEAR IN 20XX, THE SAME WAY
001545*      PROG4'S PAYMENT DATES ARE CUT
001546************************************************************
001547 01  WS-SYSTEM-DATE.
001548     03  WS-SYS-YY        PIC 99.
001549     03  WS-SYS-MM        PIC 99.
001550     03  WS-SYS-DD        PIC 99.
001551 01  WS-CURRENT-DATE.
001552     03  WS-CUR-YYYY      PIC 9(4)     VALUE 0.
001553     03  WS-CUR-MM        PIC 99       VALUE 0.
001554     03  WS-CUR-DD        PIC 99       VALUE 0.
001555 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
001556                          PIC 9(8).
001557************************************************************
001560*      START OF PROCEDURE DIVISION
001570************************************************************
001580 PROCEDURE DIVISION.
001610* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
001620* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
001630************************************************************
001632 000-MAINLINE.
001634     PERFORM 0100-CHECK-RUN-CONTROL.
001641     PERFORM 0200-STAMP-RUN-START.
001650     OPEN INPUT MASTER-FILE.
001660     IF WS-MASTER-STATUS NOT = '00'
001670         DISPLAY 'PROG10: MASTER-FILE OPEN FAILED, STATUS '
001680                 WS-MASTER-STATUS
001690         STOP RUN
001691     END-IF.
001692     OPEN I-O   SUSPENSE-FILE.
001693     IF WS-SUSP-STATUS NOT = '00'
001694         AND WS-SUSP-STATUS NOT = '05'
001695         DISPLAY 'PROG10: SUSPENSE-FILE OPEN FAILED, STATUS '
001696                 WS-SUSP-STATUS
001697         STOP RUN
001698     END-IF.
001699     ACCEPT WS-SYSTEM-DATE FROM DATE.
001700     COMPUTE WS-CUR-YYYY = 2000 + WS-SYS-YY.
001701     MOVE WS-SYS-MM TO WS-CUR-MM.
001702     MOVE WS-SYS-DD TO WS-CUR-DD.
001710     OPEN INPUT LOCKBOX-FILE
001720          OUTPUT PAYBATCH-FILE
001730          OUTPUT UNMATCH-FILE
001731          OUTPUT GLSUSP-FILE.
001740     WRITE UNMATCH-REC FROM UNMATCH-HEADING1
001750           AFTER ADVANCING 1 LINE.
001760     PERFORM 9000-READ-LOCKBOX.
001770     PERFORM 1000-PROCESS-ONE-ITEM
001780         UNTIL EOF-L = 1.
001790     PERFORM 8000-PRINT-DEPOSIT-TOTAL.
001795     PERFORM 7500-WRITE-GL-INTERFACE.
001796     CLOSE MASTER-FILE
001797           LOCKBOX-FILE
001798           PAYBATCH-FILE
001799           UNMATCH-FILE
001800           SUSPENSE-FILE
001801           GLSUSP-FILE.
001802     PERFORM 0300-STAMP-RUN-END.
001803     STOP RUN.
001804************************************************************
001805*      0100-CHECK-RUN-CONTROL OPENS THE NIGHTLY RUN-CONTROL
001806*      FILE AND REFUSES TO START UNLESS PROG31'S INTEGRITY
001807*      SWEEP HAS COMPLETED CLEANLY FOR TODAY'S CYCLE - THE
001808*      SWEEP STAMPS COMPLETE ONLY WHEN IT FINDS THE FILES IN
001809*      STEP
001810************************************************************
001811 0100-CHECK-RUN-CONTROL.
001812     ACCEPT WS-RUNCTL-TODAY FROM DATE.
001813     OPEN I-O RUNCTL-FILE.
001814     IF WS-RUNCTL-STATUS NOT = '00'
001815         AND WS-RUNCTL-STATUS NOT = '05'
001816         DISPLAY 'PROG10: RUNCTL-FILE OPEN FAILED, STATUS '
001817                 WS-RUNCTL-STATUS
001818         MOVE 8 TO RETURN-CODE
001819         STOP RUN
001820     END-IF.
001821     MOVE 'PROG31' TO RC-PROG-NAME.
001822     READ RUNCTL-FILE
001823         INVALID KEY
001824             PERFORM 0150-HOLD-THIS-RUN
001825         NOT INVALID KEY
001826             IF RC-RUN-DATE NOT = WS-RUNCTL-TODAY
001827                OR NOT RC-RUN-COMPLETED
001828                 PERFORM 0150-HOLD-THIS-RUN
001829             END-IF
001830     END-READ.
001831************************************************************
001832*      0150-HOLD-THIS-RUN REFUSES TO START BECAUSE THE
001833*      INTEGRITY SWEEP HAS NOT COMPLETED CLEANLY FOR TODAY'S
001834*      CYCLE - RETURN CODE 8, LIKE PROG6'S OUT-OF-BALANCE
001835*      HOLD, SO OPERATIONS HOLDS THE STREAM
001836************************************************************
001837 0150-HOLD-THIS-RUN.
001838     DISPLAY 'PROG10: PROG31 NOT COMPLETE FOR TODAY - HELD'.
001839     CLOSE RUNCTL-FILE.
001840     MOVE 8 TO RETURN-CODE.
001841     STOP RUN.
001842************************************************************
001843*      0200-STAMP-RUN-START STAMPS THIS PROGRAM STARTED FOR
001844*      TODAY'S CYCLE
001845************************************************************
001846 0200-STAMP-RUN-START.
001847     MOVE SPACES          TO RUNCTL-REC.
001848     MOVE 'PROG10'        TO RC-PROG-NAME.
001849     MOVE WS-RUNCTL-TODAY TO RC-RUN-DATE.
001850     MOVE 'S'             TO RC-STATUS.
001851     WRITE RUNCTL-REC
001852         INVALID KEY
001853             REWRITE RUNCTL-REC
001854     END-WRITE.
001855************************************************************
001856*      0300-STAMP-RUN-END STAMPS THIS PROGRAM COMPLETED FOR
001857*      TODAY'S CYCLE, SO PROG4 MAY POST TONIGHT'S BATCH
001858************************************************************
001859 0300-STAMP-RUN-END.
001860     MOVE SPACES          TO RUNCTL-REC.
001861     MOVE 'PROG10'        TO RC-PROG-NAME.
001862     MOVE WS-RUNCTL-TODAY TO RC-RUN-DATE.
001863     MOVE 'C'             TO RC-STATUS.
001864     REWRITE RUNCTL-REC
001865         INVALID KEY
001866             DISPLAY 'PROG10: RUN-CONTROL END STAMP FAILED'
001867     END-REWRITE.
001868     CLOSE RUNCTL-FILE.
001869************************************************************
001870*      1000-PROCESS-ONE-ITEM EDITS ONE LOCKBOX PAYMENT,
001871*      MATCHES IT AGAINST THE MASTER, AND READS THE NEXT.
001880*      EVERY ITEM, MATCHED OR NOT, COUNTS IN THE DEPOSIT
001890*      TOTAL SO THE FILE STILL TIES TO THE BANK STATEMENT
001900************************************************************
002590************************************************************
002600*      3000-WRITE-UNMATCHED PRINTS ONE UNMATCHED-ITEMS LINE
002610*      SHOWING THE PAYMENT AS THE BANK SENT IT AND WHY IT
002620*      COULD NOT BE APPLIED.  AN ITEM WITH A GOOD AMOUNT IS
002621*      THEN TAKEN INTO SUSPENSE SO THE MONEY STAYS ON THE
002622*      BOOKS UNTIL IT IS RESEARCHED.  AN ITEM WHOSE AMOUNT
002623*      CANNOT BE READ HAS NOTHING TO HOLD AND STAYS ON THE
002624*      REPORT ONLY
002630************************************************************
002640 3000-WRITE-UNMATCHED.
002650     ADD 1 TO WS-UNM-CTR.
002690     ELSE
002700         MOVE 0          TO U-PAY-AMT
002710     END-IF.
002711     MOVE LB-ACCT-NO      TO U-ACCT-NO.
002712     MOVE LB-DEP-DATE     TO U-DEP-DATE.
002713     MOVE WS-UNM-REASON   TO U-REASON.
002714     WRITE UNMATCH-REC FROM UNMATCH-DATA1
002715           AFTER ADVANCING 1 LINE.
002716     IF LB-PAY-AMT NUMERIC
002717         IF LB-PAY-AMT > 0
002718             PERFORM 3100-WRITE-SUSPENSE
002719         END-IF
002720     END-IF.
002721************************************************************
002722*      3100-WRITE-SUSPENSE WRITES THE ITEM TO THE SUSPENSE
002723*      FILE AS AN OPEN ITEM UNDER ITS DEPOSIT DATE, OR THE
002724*      RUN DATE WHEN THE BANK'S DATE CANNOT BE READ, TRYING
002725*      SEQUENCE NUMBERS UNTIL THE WRITE TAKES THE WAY PROG4
002726*      FILES TWO PAYMENTS ON ONE DAY.  AN ITEM THAT CANNOT
002727*      BE FILED IS FLAGGED ON THE REPORT AND LEFT OUT OF THE
002728*      SUSPENSE TOTAL FOR THE OPERATOR TO LOOK INTO
002729************************************************************
002730 3100-WRITE-SUSPENSE.
002731     SET SUSPENSE-NOT-WRITTEN TO TRUE.
002732     MOVE SPACES          TO SUSP-REC.
002733     IF LB-DEP-DATE NUMERIC
002734         MOVE LB-DEP-DATE TO SU-DEP-DATE
002735     ELSE
002736         MOVE WS-CURRENT-DATE-N TO SU-DEP-DATE
002737     END-IF.
002738     MOVE 1               TO SU-SEQ.
002739     MOVE LB-ACCT-NO      TO SU-ACCT-RECVD.
002740     MOVE LB-PAY-AMT      TO SU-AMOUNT.
002741     MOVE 'O'             TO SU-STATUS.
002742     MOVE WS-UNM-REASON   TO SU-REASON.
002743     MOVE 0               TO SU-APPLY-ACCT.
002744     MOVE 0               TO SU-ACTION-DATE.
002745     PERFORM 3150-TRY-WRITE-SUSPENSE
002746         UNTIL SUSPENSE-WRITTEN
002747         OR SUSPENSE-SEQ-USED-UP.
002748     IF SUSPENSE-WRITTEN
002749         ADD 1            TO WS-SUSP-CTR
002750         ADD LB-PAY-AMT   TO WS-SUSP-AMT
002751     ELSE
002752         MOVE 'SUSPENSE WRITE FAILED' TO U-REASON
002753         WRITE UNMATCH-REC FROM UNMATCH-DATA1
002754               AFTER ADVANCING 1 LINE
002755     END-IF.
002756************************************************************
002757*      3150-TRY-WRITE-SUSPENSE WRITES THE SUSPENSE RECORD AT
002758*      THE CURRENT SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE
002759*      SEQUENCE FOR THE NEXT TRY, UNTIL 9999 HAS BEEN TRIED
002760************************************************************
002761 3150-TRY-WRITE-SUSPENSE.
002762     WRITE SUSP-REC
002763         INVALID KEY
002764             IF SU-SEQ < 9999
002765                 ADD 1 TO SU-SEQ
002766             ELSE
002767                 SET SUSPENSE-SEQ-USED-UP TO TRUE
002768             END-IF
002769         NOT INVALID KEY
002770             SET SUSPENSE-WRITTEN TO TRUE
002771     END-WRITE.
002772************************************************************
002773*      7500-WRITE-GL-INTERFACE WRITES THE RUN'S GL BATCH:
002774*      THE DATED HEADER, A DEBIT TO CASH AND A CREDIT TO
002775*      UNAPPLIED CASH FOR THE ITEMS TAKEN INTO SUSPENSE, SO
002776*      THE WHOLE BANK DEPOSIT REACHES THE LEDGER - THE
002777*      MATCHED ITEMS REACH IT THROUGH PROG4 - AND THE
002778*      TRAILER WITH THE ENTRY COUNT AND DEBIT/CREDIT HASH
002779*      TOTALS THE LEDGER LOAD CHECKS
002780************************************************************
002781 7500-WRITE-GL-INTERFACE.
002782     MOVE WS-SYSTEM-DATE  TO GH-RUN-DATE.
002783     WRITE GLSUSP-REC FROM GL-HEADER-DATA.
002784     IF WS-SUSP-AMT > 0
002785         MOVE 'UNAPPLIED CASH      ' TO GD-DESC
002786         MOVE 1010            TO GD-ACCOUNT
002787         MOVE 'D'             TO GD-DC
002788         MOVE WS-SUSP-AMT     TO GD-AMOUNT
002789         PERFORM 7600-WRITE-GL-ENTRY
002790         MOVE 2100            TO GD-ACCOUNT
002791         MOVE 'C'             TO GD-DC
002792         PERFORM 7600-WRITE-GL-ENTRY
002793     END-IF.
002794     MOVE WS-GL-ENTRY-CTR TO GLT-ENTRY-CTR.
002795     MOVE WS-GL-DR-SUM    TO GLT-DR-SUM.
002796     MOVE WS-GL-CR-SUM    TO GLT-CR-SUM.
002797     WRITE GLSUSP-REC FROM GL-TRAILER-DATA.
002798************************************************************
002799*      7600-WRITE-GL-ENTRY WRITES THE ENTRY SET UP IN
002800*      GL-DETAIL-DATA AND ADDS IT TO THE COUNT AND TO THE
002801*      DEBIT OR CREDIT HASH TOTAL
002802************************************************************
002803 7600-WRITE-GL-ENTRY.
002804     WRITE GLSUSP-REC FROM GL-DETAIL-DATA.
002805     ADD 1 TO WS-GL-ENTRY-CTR.
002806     IF GD-DC = 'D'
002807         ADD GD-AMOUNT TO WS-GL-DR-SUM
002808     ELSE
002809         ADD GD-AMOUNT TO WS-GL-CR-SUM
002810     END-IF.
002811************************************************************
002812*      8000-PRINT-DEPOSIT-TOTAL PRINTS THE DEPOSIT-TOTAL
002813*      LINES OPERATIONS TIES TO THE BANK STATEMENT
002814************************************************************
002815 8000-PRINT-DEPOSIT-TOTAL.
002820     MOVE WS-DEP-CTR      TO DT-DEP-CTR.
002830     MOVE WS-DEP-AMT      TO DT-DEP-AMT.
002840     MOVE WS-MATCH-CTR    TO DT-MATCH-CTR.
002870           AFTER ADVANCING 2 LINES.
002880     MOVE WS-UNM-CTR      TO DT-UNM-CTR.
002890     MOVE WS-UNM-AMT      TO DT-UNM-AMT.
002891     MOVE WS-SUSP-CTR     TO DT-SUSP-CTR.
002892     MOVE WS-SUSP-AMT     TO DT-SUSP-AMT.
002900     WRITE UNMATCH-REC FROM UNMATCH-TRAILER2
002910           AFTER ADVANCING 1 LINE.
002920************************************************************
