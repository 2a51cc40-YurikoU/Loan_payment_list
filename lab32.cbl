000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROG30.
000030 AUTHOR. TIM PATRICK.
000040 INSTALLATION. LOAN SERVICING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* LAB EXERCISE 3 - CREDIT BUREAU REPORTING.
000090*----------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------
000120* 10/15/2026 JAM  ORIGINAL PROGRAM.  RUN MONTHLY AFTER THE
000130*                 PROG9 CLOSE, WRITES A METRO 2-STYLE BUREAU
000140*                 FILE: A HEADER, ONE BASE SEGMENT PER
000150*                 ACCOUNT, AND A TRAILER OF COUNTS THE BUREAU
000160*                 CAN CHECK.  EACH SEGMENT CARRIES THE NAME
000170*                 AND ADDRESS FROM THE PROG13 ADDRESS FILE,
000180*                 THE BALANCE FIGURED AS PROG1 FIGURES IT,
000190*                 THE SCHEDULED PAYMENT, THE LAST PAYMENT
000200*                 DATE AND DAYS PAST DUE AGED AS PROG11 AGES
000210*                 THEM, THE ACCOUNT STATUS, AND A ROLLING
000220*                 24-MONTH PAYMENT PATTERN KEPT ON A NEW
000230*                 PATTERN-HISTORY FILE AND CARRIED FORWARD
000240*                 EACH MONTH.  AN ACCOUNT WITH NO ADDRESS, OR
000250*                 AN INCOMPLETE ONE, GOES ON THE EXCEPTION
000260*                 REPORT INSTEAD OF THE FILE.  A PAID-OFF
000270*                 LOAN IS REPORTED CLOSED IN THE MONTH IT IS
000280*                 FIRST SEEN PAID AND NOT AFTER.
000290*----------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT MASTER-FILE  ASSIGN TO AS-S-MASTER
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS M-ACCT-NO
000400         FILE STATUS IS WS-MASTER-STATUS.
000410     SELECT ADDR-FILE    ASSIGN TO AS-S-ADDR
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS AD-ACCT-NO
000450         FILE STATUS IS WS-ADDR-STATUS.
000460     SELECT OPTIONAL PAYHIST-FILE ASSIGN TO AS-S-PAYHIST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS H-KEY
000500         FILE STATUS IS WS-PAYHIST-STATUS.
000510     SELECT OPTIONAL PATTERN-FILE ASSIGN TO AS-S-BURHIST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS BH-ACCT-NO
000550         FILE STATUS IS WS-PATTERN-STATUS.
000560     SELECT BUREAU-FILE  ASSIGN TO DA-S-BUREAU.
000570     SELECT EXCP-FILE    ASSIGN TO UR-S-BUREXC.
000580 DATA DIVISION.
000590 FILE SECTION.
000600************************************************************
000610*      LOAN MASTER, KEYED BY ACCOUNT NUMBER.  SAME FIELDS AS
000620*      PROG2'S MASTER-REC, WITH PROG22'S CHARGE-OFF FIELDS
000630************************************************************
000640 FD  MASTER-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 01  MASTER-REC.
000670     03  M-ACCT-NO        PIC 9(6).
000680     03  M-NAME           PIC X(20).
000690     03  M-LOAN           PIC 99999V99.
000700     03  M-PAID1          PIC 9999V99.
000710     03  M-PAID2          PIC 9999V99.
000720     03  M-PAID3          PIC 9999V99.
000730     03  M-PAID4          PIC 9999V99.
000740     03  M-MIN-PAY        PIC 9999V99.
000750     03  M-INT-RATE       PIC 9V9999.
000760     03  M-BRANCH         PIC 9(2).
000770     03  M-FEE-BAL        PIC 9999V99.
000780     03  M-FEE-CYCLE      PIC X(6).
000790     03  M-STATUS         PIC X(1).
000800         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
000810         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
000820         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
000830     03  M-CO-DATE        PIC 9(8).
000840     03  M-CO-AMT         PIC 9(7)V99.
000850     03  M-RECOV-AMT      PIC 9(7)V99.
000860     03  FILLER           PIC X(11).
000870************************************************************
000880*      BORROWER ADDRESS FILE MAINTAINED BY PROG13, KEYED BY
000890*      THE SAME ACCOUNT NUMBER AS THE MASTER
000900************************************************************
000910 FD  ADDR-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  ADDR-REC.
000940     03  AD-ACCT-NO       PIC 9(6).
000950     03  AD-ADDR1         PIC X(25).
000960     03  AD-ADDR2         PIC X(25).
000970     03  AD-CITY          PIC X(15).
000980     03  AD-STATE         PIC X(2).
000990     03  AD-ZIP           PIC X(5).
001000     03  FILLER           PIC X(2).
001010************************************************************
001020*      PAYMENT HISTORY WRITTEN BY PROG4, KEYED BY ACCOUNT
001030*      NUMBER PLUS PAYMENT DATE PLUS A SEQUENCE NUMBER
001040************************************************************
001050 FD  PAYHIST-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  PAYHIST-REC.
001080     03  H-KEY.
001090         05  H-ACCT-NO    PIC 9(6).
001100         05  H-PAY-DATE   PIC 9(8).
001110         05  H-PAY-SEQ    PIC 9(2).
001120     03  H-PAY-AMT        PIC 9999V99.
001130     03  H-REC-TYPE       PIC X(1).
001140         88  HIST-IS-LIVE-PAYMENT     VALUE ' '.
001150     03  FILLER           PIC X(7).
001160************************************************************
001170*      PAYMENT-PATTERN HISTORY, ONE RECORD PER ACCOUNT EVER
001180*      REPORTED.  BH-PATTERN HOLDS THE LAST 24 MONTHS' CODES,
001190*      THIS MONTH FIRST.  BH-LAST-MONTH IS THE MONTH THE
001200*      PATTERN WAS LAST ROLLED AND BH-LAST-STATUS THE STATUS
001210*      REPORTED THAT MONTH
001220************************************************************
001230 FD  PATTERN-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  PATTERN-REC.
001260     03  BH-ACCT-NO       PIC 9(6).
001270     03  BH-LAST-MONTH.
001280         05  BH-LAST-YYYY PIC 9(4).
001290         05  BH-LAST-MM   PIC 9(2).
001300     03  BH-PATTERN.
001310         05  BH-PAT-CODE  PIC X(1)     OCCURS 24 TIMES.
001320     03  BH-LAST-STATUS   PIC X(2).
001330     03  FILLER           PIC X(12).
001340************************************************************
001350*      BUREAU FILE - A HEADER, ONE BASE SEGMENT PER ACCOUNT,
001360*      AND A TRAILER, ALL 200 BYTES
001370************************************************************
001380 FD  BUREAU-FILE
001390     BLOCK CONTAINS 0 RECORDS
001400     LABEL RECORDS ARE STANDARD.
001410 01  BUREAU-REC           PIC X(200).
001420************************************************************
001430*      EXCEPTION REPORT - ACCOUNTS KEPT OFF THE BUREAU FILE
001440************************************************************
001450 FD  EXCP-FILE
001460     LABEL RECORDS ARE OMITTED.
001470 01  EXCP-REC             PIC X(80).
001480 WORKING-STORAGE SECTION.
001490************************************************************
001500*      LAYOUT FOR THE BUREAU HEADER RECORD
001510************************************************************
001520 01  BUR-HEADER-DATA.
001530     03  FILLER           PIC X(6)     VALUE 'HEADER'.
001540     03  BHD-ACTIVITY-DATE PIC 9(8).
001550     03  BHD-CREATED-DATE PIC 9(8).
001560     03  BHD-REPORTER     PIC X(30)    VALUE 'LOAN SERVICING'.
001570     03  BHD-PROGRAM      PIC X(8)     VALUE 'PROG30'.
001580     03  FILLER           PIC X(140)   VALUE SPACES.
001590************************************************************
001600*      LAYOUT FOR THE BASE SEGMENT.  STATUS 11 IS CURRENT,
001610*      71 IS 30-59 DAYS, 78 60-89, 80 90-119, 82 120-PLUS,
001620*      97 CHARGED OFF, 13 PAID OFF.  PATTERN CODES: 0 TO 4
001630*      FOR THE SAME AGING STEPS, L CHARGED OFF, D NO DATA
001640*      FOR THE MONTH, B NO HISTORY BEFORE THE FIRST REPORT
001650************************************************************
001660 01  BUR-BASE-DATA.
001670     03  FILLER           PIC X(6)     VALUE 'BASE  '.
001680     03  BB-ACCT-NO       PIC 9(6).
001690     03  BB-BRANCH        PIC 9(2).
001700     03  BB-NAME          PIC X(20).
001710     03  BB-ACCT-STATUS   PIC X(2).
001720     03  BB-PAY-PATTERN   PIC X(24).
001730     03  BB-CURR-BALANCE  PIC 9(7)V99.
001740     03  BB-SCHED-PAYMENT PIC 9(6)V99.
001750     03  BB-LAST-PAY-DATE PIC 9(8).
001760     03  BB-DAYS-PAST-DUE PIC 9(4).
001770     03  BB-CO-AMT        PIC 9(7)V99.
001780     03  BB-ADDR1         PIC X(25).
001790     03  BB-ADDR2         PIC X(25).
001800     03  BB-CITY          PIC X(15).
001810     03  BB-STATE         PIC X(2).
001820     03  BB-ZIP           PIC X(5).
001830     03  BB-ACTIVITY-DATE PIC 9(8).
001840     03  FILLER           PIC X(22)    VALUE SPACES.
001850************************************************************
001860*      LAYOUT FOR THE BUREAU TRAILER RECORD - THE BASE
001870*      SEGMENT COUNT, THE COUNT BY STATUS, AND THE BALANCE
001880*      TOTAL
001890************************************************************
001900 01  BUR-TRAILER-DATA.
001910     03  FILLER           PIC X(6)     VALUE 'TRAILR'.
001920     03  BT-BASE-CTR      PIC 9(9).
001930     03  BT-STAT11-CTR    PIC 9(9).
001940     03  BT-STAT71-CTR    PIC 9(9).
001950     03  BT-STAT78-CTR    PIC 9(9).
001960     03  BT-STAT80-CTR    PIC 9(9).
001970     03  BT-STAT82-CTR    PIC 9(9).
001980     03  BT-STAT97-CTR    PIC 9(9).
001990     03  BT-STAT13-CTR    PIC 9(9).
002000     03  BT-BAL-SUM       PIC 9(11)V99.
002010     03  FILLER           PIC X(109)   VALUE SPACES.
002020************************************************************
002030*      LAYOUTS FOR THE EXCEPTION REPORT HEADING LINES
002040************************************************************
002050 01  EXCP-HEADING1.
002060     03                  PIC X(30)   VALUE
002070         'CREDIT BUREAU EXCEPTIONS'.
002080     03                  PIC X(16)   VALUE SPACES.
002090     03                  PIC X(10)   VALUE 'RUN DATE: '.
002100     03  EH-RUN-DATE      PIC X(8).
002110 01  EXCP-HEADING2.
002120     03                  PIC X(7)    VALUE 'ACCT NO'.
002130     03                  PIC X(1)    VALUE SPACES.
002140     03                  PIC X(4)    VALUE 'NAME'.
002150     03                  PIC X(18)   VALUE SPACES.
002160     03                  PIC X(6)    VALUE 'REASON'.
002170************************************************************
002180*      LAYOUT FOR THE EXCEPTION REPORT DETAIL LINE
002190************************************************************
002200 01  EXCP-DATA1.
002210     03  EX-ACCT-NO       PIC 9(6).
002220     03  FILLER           PIC X(2)    VALUE SPACES.
002230     03  EX-NAME          PIC X(20).
002240     03  FILLER           PIC X(2)    VALUE SPACES.
002250     03  EX-REASON        PIC X(30).
002260************************************************************
002270*      LAYOUT FOR THE EXCEPTION REPORT TRAILER LINES
002280************************************************************
002290 01  EXCP-TRAILER1.
002300     03  ET-CAPTION       PIC X(30).
002310     03  ET-COUNT         PIC ZZZZZZ9.
002320 01  MISC.
002330************************************************************
002340*      END OF FILE (EOF) SWITCHES        *
002350*    0=NOT AT EOF       1=AT EOF        *
002360************************************************************
002370     03  EOF-M            PIC 9        VALUE 0.
002380     03  EOF-H            PIC 9        VALUE 0.
002390     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
002400     03  WS-ADDR-STATUS   PIC X(2)     VALUE SPACES.
002410     03  WS-PAYHIST-STATUS PIC X(2)    VALUE SPACES.
002420     03  WS-PATTERN-STATUS PIC X(2)    VALUE SPACES.
002430     03  READ-CTR         PIC 9(7)     VALUE 0    COMP.
002440     03  EXCP-CTR         PIC 9(7)     VALUE 0    COMP.
002450     03  CLOSED-CTR       PIC 9(7)     VALUE 0    COMP.
002460************************************************************
002470*      WORK FIELDS FOR THE ACCOUNT BEING REPORTED.  THE
002480*      BALANCE AND AGING FIELDS ARE THE SAME AS PROG11'S.
002490*      THE DAY COUNT IS SIGNED WHILE COMPUTED SO A
002500*      POST-DATED PAYMENT CANNOT WRAP IT
002510************************************************************
002520 01  WS-AGING-WORK.
002530     03  WS-LAST-PAY-DATE PIC 9(8)     VALUE 0.
002540     03  WS-LAST-PAY-SPLIT REDEFINES WS-LAST-PAY-DATE.
002550         05  WS-LP-YYYY   PIC 9(4).
002560         05  WS-LP-MM     PIC 9(2).
002570         05  WS-LP-DD     PIC 9(2).
002580     03  WS-DAYS-SINCE    PIC S9(5)    VALUE 0    COMP.
002590     03  WS-DAYS          PIC 9(4)     VALUE 0.
002600     03  WS-BUCKET        PIC 9        VALUE 0.
002610     03  WS-PAID-SUM      PIC 99999V99 VALUE 0.
002620     03  WS-CALC-INT      PIC 9(6)V99  VALUE 0.
002630     03  WS-CALC-BAL      PIC 9(7)V99  VALUE 0.
002640     03  WS-ACCT-STATUS   PIC X(2)     VALUE SPACES.
002650     03  WS-PAT-THIS-MONTH PIC X(1)    VALUE SPACE.
002660     03  WS-EXCP-REASON   PIC X(30)    VALUE SPACES.
002670************************************************************
002680*      PATTERN ROLL WORK.  WS-MONTH-GAP IS HOW MANY MONTHS
002690*      THE PATTERN MOVES: 1 IN A NORMAL MONTH, 0 ON A RERUN IN
002700*      THE SAME MONTH, MORE WHEN MONTHS WERE MISSED, WHICH
002710*      ARE FILLED WITH NO-DATA CODES
002720************************************************************
002730 01  WS-PATTERN-WORK.
002740     03  WS-PATTERN-SW    PIC X(1)     VALUE 'N'.
002750         88  PATTERN-FOUND            VALUE 'Y'.
002760         88  PATTERN-NOT-FOUND        VALUE 'N'.
002770     03  WS-MONTH-GAP     PIC S9(5)    VALUE 0    COMP.
002780     03  WS-PAT-SUB       PIC 9(3)     VALUE 0    COMP.
002790     03  WS-PAT-LIMIT     PIC 9(3)     VALUE 0    COMP.
002800     03  WS-NEW-PATTERN.
002810         05  WS-NEW-CODE  PIC X(1)     OCCURS 24 TIMES.
002820************************************************************
002830*      BASE SEGMENT TOTALS FOR THE TRAILER
002840************************************************************
002850 01  WS-TOTALS.
002860     03  WS-BASE-CTR      PIC 9(9)     VALUE 0.
002870     03  WS-STAT11-CTR    PIC 9(9)     VALUE 0.
002880     03  WS-STAT71-CTR    PIC 9(9)     VALUE 0.
002890     03  WS-STAT78-CTR    PIC 9(9)     VALUE 0.
002900     03  WS-STAT80-CTR    PIC 9(9)     VALUE 0.
002910     03  WS-STAT82-CTR    PIC 9(9)     VALUE 0.
002920     03  WS-STAT97-CTR    PIC 9(9)     VALUE 0.
002930     03  WS-STAT13-CTR    PIC 9(9)     VALUE 0.
002940     03  WS-BAL-SUM       PIC 9(11)V99 VALUE 0.
002950************************************************************
002960*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME.  THE
002970*      CENTURY WINDOW PUTS EVERY TWO-DIGIT YEAR IN 20XX, THE
002980*      SAME WAY THE PAYMENT DATES PROG4 KEEPS ARE CUT
002990************************************************************
003000 01  WS-SYSTEM-DATE.
003010     03  WS-SYS-YY        PIC 99.
003020     03  WS-SYS-MM        PIC 99.
003030     03  WS-SYS-DD        PIC 99.
003040 01  WS-CURRENT-DATE.
003050     03  WS-CUR-YYYY      PIC 9(4)     VALUE 0.
003060     03  WS-CUR-MM        PIC 99       VALUE 0.
003070     03  WS-CUR-DD        PIC 99       VALUE 0.
003080 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
003090                          PIC 9(8).
003100 01  WS-EDIT-DATE.
003110     03  WS-EDIT-MM       PIC 99.
003120     03  FILLER           PIC X       VALUE '/'.
003130     03  WS-EDIT-DD       PIC 99.
003140     03  FILLER           PIC X       VALUE '/'.
003150     03  WS-EDIT-YY       PIC 99.
003160************************************************************
003170*      START OF PROCEDURE DIVISION
003180************************************************************
003190 PROCEDURE DIVISION.
003200************************************************************
003210* THE MAINLINE IS RESPONSIBILE FOR THE FLOW OF THE LOGIC
003220* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
003230* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
003240************************************************************
003250 000-MAINLINE.
003260     OPEN INPUT MASTER-FILE.
003270     IF WS-MASTER-STATUS NOT = '00'
003280         DISPLAY 'PROG30: MASTER-FILE OPEN FAILED, STATUS '
003290                 WS-MASTER-STATUS
003300         STOP RUN
003310     END-IF.
003320     OPEN INPUT ADDR-FILE.
003330     IF WS-ADDR-STATUS NOT = '00'
003340         DISPLAY 'PROG30: ADDR-FILE OPEN FAILED, STATUS '
003350                 WS-ADDR-STATUS
003360         STOP RUN
003370     END-IF.
003380     OPEN INPUT PAYHIST-FILE.
003390     IF WS-PAYHIST-STATUS NOT = '00'
003400         AND WS-PAYHIST-STATUS NOT = '05'
003410         DISPLAY 'PROG30: PAYHIST-FILE OPEN FAILED, STATUS '
003420                 WS-PAYHIST-STATUS
003430         STOP RUN
003440     END-IF.
003450     OPEN I-O PATTERN-FILE.
003460     IF WS-PATTERN-STATUS NOT = '00'
003470         AND WS-PATTERN-STATUS NOT = '05'
003480         DISPLAY 'PROG30: PATTERN-FILE OPEN FAILED, STATUS '
003490                 WS-PATTERN-STATUS
003500         STOP RUN
003510     END-IF.
003520     OPEN OUTPUT BUREAU-FILE
003530          OUTPUT EXCP-FILE.
003540     ACCEPT WS-SYSTEM-DATE FROM DATE.
003550     MOVE WS-SYS-MM       TO WS-EDIT-MM.
003560     MOVE WS-SYS-DD       TO WS-EDIT-DD.
003570     MOVE WS-SYS-YY       TO WS-EDIT-YY.
003580     COMPUTE WS-CUR-YYYY = 2000 + WS-SYS-YY.
003590     MOVE WS-SYS-MM       TO WS-CUR-MM.
003600     MOVE WS-SYS-DD       TO WS-CUR-DD.
003610     PERFORM 1000-WRITE-HEADINGS.
003620     PERFORM 9000-READ-MASTER.
003630     PERFORM 2000-REPORT-ONE-ACCOUNT
003640         UNTIL EOF-M = 1.
003650     PERFORM 7000-WRITE-TRAILER.
003660     PERFORM 8000-PRINT-EXCP-TRAILER.
003670     CLOSE MASTER-FILE
003680           ADDR-FILE
003690           PAYHIST-FILE
003700           PATTERN-FILE
003710           BUREAU-FILE
003720           EXCP-FILE.
003730     STOP RUN.
003740************************************************************
003750*      1000-WRITE-HEADINGS WRITES THE BUREAU HEADER RECORD AND
003760*      STARTS THE EXCEPTION REPORT
003770************************************************************
003780 1000-WRITE-HEADINGS.
003790     MOVE WS-CURRENT-DATE-N TO BHD-ACTIVITY-DATE.
003800     MOVE WS-CURRENT-DATE-N TO BHD-CREATED-DATE.
003810     WRITE BUREAU-REC FROM BUR-HEADER-DATA.
003820     MOVE WS-EDIT-DATE    TO EH-RUN-DATE.
003830     WRITE EXCP-REC FROM EXCP-HEADING1
003840           AFTER ADVANCING PAGE.
003850     WRITE EXCP-REC FROM EXCP-HEADING2
003860           AFTER ADVANCING 2 LINES.
003870************************************************************
003880*      2000-REPORT-ONE-ACCOUNT REPORTS THE CURRENT MASTER
003890*      RECORD AND READS THE NEXT.  A PAID-OFF LOAN ALREADY
003900*      REPORTED CLOSED IN AN EARLIER MONTH IS ONLY COUNTED
003910************************************************************
003920 2000-REPORT-ONE-ACCOUNT.
003930     ADD 1 TO READ-CTR.
003940     PERFORM 2050-READ-PATTERN.
003950     IF LOAN-IS-PAID-IN-FULL
003960        AND PATTERN-FOUND
003970        AND BH-LAST-STATUS = '13'
003980        AND (BH-LAST-YYYY NOT = WS-CUR-YYYY
003990             OR BH-LAST-MM NOT = WS-CUR-MM)
004000         ADD 1 TO CLOSED-CTR
004010     ELSE
004020         PERFORM 2100-BUILD-SEGMENT
004030     END-IF.
004040     PERFORM 9000-READ-MASTER.
004050************************************************************
004060*      2050-READ-PATTERN LOOKS UP THE ACCOUNT'S PAYMENT
004070*      PATTERN HISTORY
004080************************************************************
004090 2050-READ-PATTERN.
004100     SET PATTERN-FOUND TO TRUE.
004110     MOVE M-ACCT-NO       TO BH-ACCT-NO.
004120     READ PATTERN-FILE
004130         INVALID KEY SET PATTERN-NOT-FOUND TO TRUE
004140     END-READ.
004150************************************************************
004160*      2100-BUILD-SEGMENT FIGURES THE ACCOUNT'S BALANCE, AGE
004170*      AND STATUS, ROLLS ITS PAYMENT PATTERN FORWARD, AND
004180*      WRITES THE BASE SEGMENT - OR, WHEN THE ADDRESS WILL NOT
004190*      DO, THE EXCEPTION LINE.  THE PATTERN IS ROLLED EITHER
004200*      WAY SO NEXT MONTH'S HISTORY STAYS IN STEP
004210************************************************************
004220 2100-BUILD-SEGMENT.
004230     PERFORM 2200-FIGURE-BALANCE.
004240     PERFORM 2300-FIND-LAST-PAYMENT.
004250     PERFORM 2400-COMPUTE-DAYS-SINCE.
004260     PERFORM 2450-SET-BUCKET.
004270     PERFORM 2500-SET-STATUS.
004280     PERFORM 2600-ROLL-PATTERN.
004290     PERFORM 2700-SAVE-PATTERN.
004300     PERFORM 2800-CHECK-ADDRESS.
004310     IF WS-EXCP-REASON = SPACES
004320         PERFORM 3000-WRITE-BASE-SEGMENT
004330     ELSE
004340         PERFORM 3900-WRITE-EXCEPTION
004350     END-IF.
004360************************************************************
004370*      2200-FIGURE-BALANCE FIGURES THE BALANCE OWED.  AN OPEN
004380*      LOAN'S IS FIGURED THE SAME WAY PROG1'S
004390*      2200-BUILD-CURR-REC DOES IT.  A CHARGED-OFF LOAN OWES
004400*      WHAT WAS CHARGED OFF LESS WHAT HAS BEEN RECOVERED, AND
004410*      A PAID-OFF LOAN OWES NOTHING
004420************************************************************
004430 2200-FIGURE-BALANCE.
004440     COMPUTE WS-PAID-SUM = M-PAID1 + M-PAID2
004450                         + M-PAID3 + M-PAID4.
004460     EVALUATE TRUE
004470         WHEN LOAN-IS-CHARGED-OFF
004480             IF M-RECOV-AMT < M-CO-AMT
004490                 COMPUTE WS-CALC-BAL = M-CO-AMT - M-RECOV-AMT
004500             ELSE
004510                 MOVE 0 TO WS-CALC-BAL
004520             END-IF
004530         WHEN LOAN-IS-PAID-IN-FULL
004540             MOVE 0 TO WS-CALC-BAL
004550         WHEN OTHER
004560             COMPUTE WS-CALC-INT ROUNDED = M-LOAN * M-INT-RATE
004570             COMPUTE WS-CALC-BAL = M-LOAN + WS-CALC-INT
004580                                 - WS-PAID-SUM + M-FEE-BAL
004590     END-EVALUATE.
004600************************************************************
004610*      2300-FIND-LAST-PAYMENT POSITIONS THE HISTORY FILE AT
004620*      THE ACCOUNT'S FIRST PAYMENT AND READS FORWARD TO THE
004630*      LAST ONE, KEEPING THE LATEST PAYMENT DATE SEEN, AS
004640*      PROG11 DOES.  AN ACCOUNT WITH NO HISTORY LEAVES THE
004650*      DATE AT ZERO
004660************************************************************
004670 2300-FIND-LAST-PAYMENT.
004680     MOVE 0               TO WS-LAST-PAY-DATE.
004690     MOVE 0               TO EOF-H.
004700     MOVE M-ACCT-NO       TO H-ACCT-NO.
004710     MOVE 0               TO H-PAY-DATE.
004720     MOVE 0               TO H-PAY-SEQ.
004730     START PAYHIST-FILE KEY NOT LESS THAN H-KEY
004740         INVALID KEY MOVE 1 TO EOF-H
004750     END-START.
004760     IF EOF-H NOT = 1
004770         PERFORM 9100-READ-HISTORY-NEXT
004780     END-IF.
004790     PERFORM 2350-CHECK-ONE-PAYMENT
004800         UNTIL EOF-H = 1.
004810************************************************************
004820*      2350-CHECK-ONE-PAYMENT KEEPS THE LATEST LIVE PAYMENT
004830*      DATE WHILE THE HISTORY RECORDS STILL BELONG TO THE
004840*      ACCOUNT, AND STOPS THE SCAN AT THE FIRST RECORD THAT
004850*      DOES NOT.  A REVERSED PAYMENT AND THE REVERSAL ENTRY
004860*      DO NOT COUNT
004870************************************************************
004880 2350-CHECK-ONE-PAYMENT.
004890     IF H-ACCT-NO NOT = M-ACCT-NO
004900         MOVE 1 TO EOF-H
004910     ELSE
004920         IF HIST-IS-LIVE-PAYMENT
004930            AND H-PAY-DATE > WS-LAST-PAY-DATE
004940             MOVE H-PAY-DATE TO WS-LAST-PAY-DATE
004950         END-IF
004960         PERFORM 9100-READ-HISTORY-NEXT
004970     END-IF.
004980************************************************************
004990*      2400-COMPUTE-DAYS-SINCE COUNTS THE DAYS FROM THE LAST
005000*      PAYMENT TO THE RUN DATE ON A 360-DAY YEAR OF TWELVE
005010*      30-DAY MONTHS, AS PROG11 DOES.  NO HISTORY AGES AS
005020*      9999 DAYS, AND A POST-DATED PAYMENT AGES AS ZERO
005030************************************************************
005040 2400-COMPUTE-DAYS-SINCE.
005050     IF WS-LAST-PAY-DATE = 0
005060         MOVE 9999 TO WS-DAYS
005070     ELSE
005080         COMPUTE WS-DAYS-SINCE
005090             = (WS-CUR-YYYY - WS-LP-YYYY) * 360
005100             + (WS-CUR-MM   - WS-LP-MM)   * 30
005110             + (WS-CUR-DD   - WS-LP-DD)
005120         IF WS-DAYS-SINCE < 0
005130             MOVE 0 TO WS-DAYS
005140         ELSE
005150             IF WS-DAYS-SINCE > 9999
005160                 MOVE 9999 TO WS-DAYS
005170             ELSE
005180                 MOVE WS-DAYS-SINCE TO WS-DAYS
005190             END-IF
005200         END-IF
005210     END-IF.
005220************************************************************
005230*      2450-SET-BUCKET AGES THE DAY COUNT INTO PROG11'S
005240*      BUCKETS: 1=CURRENT, 2=30, 3=60, 4=90, 5=120-PLUS
005250************************************************************
005260 2450-SET-BUCKET.
005270     EVALUATE TRUE
005280         WHEN WS-DAYS < 30
005290             MOVE 1 TO WS-BUCKET
005300         WHEN WS-DAYS < 60
005310             MOVE 2 TO WS-BUCKET
005320         WHEN WS-DAYS < 90
005330             MOVE 3 TO WS-BUCKET
005340         WHEN WS-DAYS < 120
005350             MOVE 4 TO WS-BUCKET
005360         WHEN OTHER
005370             MOVE 5 TO WS-BUCKET
005380     END-EVALUATE.
005390************************************************************
005400*      2500-SET-STATUS TURNS THE LOAN STATUS AND AGING BUCKET
005410*      INTO THE BUREAU ACCOUNT STATUS AND THIS MONTH'S
005420*      PAYMENT PATTERN CODE
005430************************************************************
005440 2500-SET-STATUS.
005450     EVALUATE TRUE
005460         WHEN LOAN-IS-CHARGED-OFF
005470             MOVE '97' TO WS-ACCT-STATUS
005480             MOVE 'L'  TO WS-PAT-THIS-MONTH
005490         WHEN LOAN-IS-PAID-IN-FULL
005500             MOVE '13' TO WS-ACCT-STATUS
005510             MOVE '0'  TO WS-PAT-THIS-MONTH
005520         WHEN WS-BUCKET = 1
005530             MOVE '11' TO WS-ACCT-STATUS
005540             MOVE '0'  TO WS-PAT-THIS-MONTH
005550         WHEN WS-BUCKET = 2
005560             MOVE '71' TO WS-ACCT-STATUS
005570             MOVE '1'  TO WS-PAT-THIS-MONTH
005580         WHEN WS-BUCKET = 3
005590             MOVE '78' TO WS-ACCT-STATUS
005600             MOVE '2'  TO WS-PAT-THIS-MONTH
005610         WHEN WS-BUCKET = 4
005620             MOVE '80' TO WS-ACCT-STATUS
005630             MOVE '3'  TO WS-PAT-THIS-MONTH
005640         WHEN OTHER
005650             MOVE '82' TO WS-ACCT-STATUS
005660             MOVE '4'  TO WS-PAT-THIS-MONTH
005670     END-EVALUATE.
005680************************************************************
005690*      2600-ROLL-PATTERN MOVES THE PATTERN ON BY THE MONTHS
005700*      SINCE IT WAS LAST ROLLED, FILLING ANY MONTHS MISSED
005710*      WITH 'D', AND PUTS THIS MONTH'S CODE FIRST.  A RERUN
005720*      IN THE SAME MONTH ONLY REPLACES THIS MONTH'S CODE.  AN
005730*      ACCOUNT REPORTED FOR THE FIRST TIME STARTS FROM 'B'
005740************************************************************
005750 2600-ROLL-PATTERN.
005760     IF PATTERN-NOT-FOUND
005770         MOVE ALL 'B'     TO WS-NEW-PATTERN
005780     ELSE
005790         COMPUTE WS-MONTH-GAP
005800             = (WS-CUR-YYYY - BH-LAST-YYYY) * 12
005810             + (WS-CUR-MM   - BH-LAST-MM)
005820         IF WS-MONTH-GAP < 0
005830             MOVE 0 TO WS-MONTH-GAP
005840         END-IF
005850         MOVE ALL 'D'     TO WS-NEW-PATTERN
005860         IF WS-MONTH-GAP < 24
005870             COMPUTE WS-PAT-LIMIT = 24 - WS-MONTH-GAP
005880             MOVE 1 TO WS-PAT-SUB
005890             PERFORM 2610-SHIFT-ONE-CODE
005900                 UNTIL WS-PAT-SUB > WS-PAT-LIMIT
005910         END-IF
005920     END-IF.
005930     MOVE WS-PAT-THIS-MONTH TO WS-NEW-CODE (1).
005940************************************************************
005950*      2610-SHIFT-ONE-CODE MOVES ONE MONTH'S CODE ALONG BY
005960*      THE MONTH GAP
005970************************************************************
005980 2610-SHIFT-ONE-CODE.
005990     MOVE BH-PAT-CODE (WS-PAT-SUB)
006000       TO WS-NEW-CODE (WS-PAT-SUB + WS-MONTH-GAP).
006010     ADD 1 TO WS-PAT-SUB.
006020************************************************************
006030*      2700-SAVE-PATTERN WRITES THE ROLLED PATTERN BACK, WITH
006040*      THIS MONTH AND THE STATUS REPORTED
006050************************************************************
006060 2700-SAVE-PATTERN.
006070     IF PATTERN-NOT-FOUND
006080         MOVE SPACES      TO PATTERN-REC
006090     END-IF.
006100     MOVE M-ACCT-NO       TO BH-ACCT-NO.
006110     MOVE WS-CUR-YYYY     TO BH-LAST-YYYY.
006120     MOVE WS-CUR-MM       TO BH-LAST-MM.
006130     MOVE WS-NEW-PATTERN  TO BH-PATTERN.
006140     MOVE WS-ACCT-STATUS  TO BH-LAST-STATUS.
006150     IF PATTERN-FOUND
006160         REWRITE PATTERN-REC
006170             INVALID KEY
006180                 DISPLAY 'PROG30: PATTERN REWRITE FAILED FOR '
006190                         M-ACCT-NO
006200         END-REWRITE
006210     ELSE
006220         WRITE PATTERN-REC
006230             INVALID KEY
006240                 DISPLAY 'PROG30: PATTERN WRITE FAILED FOR '
006250                         M-ACCT-NO
006260         END-WRITE
006270     END-IF.
006280************************************************************
006290*      2800-CHECK-ADDRESS READS THE MAILING ADDRESS AND SETS
006300*      THE EXCEPTION REASON WHEN THERE IS NONE OR WHEN IT IS
006310*      MISSING A PART THE BUREAU NEEDS TO MATCH THE BORROWER
006320************************************************************
006330 2800-CHECK-ADDRESS.
006340     MOVE SPACES          TO WS-EXCP-REASON.
006350     MOVE M-ACCT-NO       TO AD-ACCT-NO.
006360     READ ADDR-FILE
006370         INVALID KEY
006380             MOVE 'NO ADDRESS ON FILE' TO WS-EXCP-REASON
006390     END-READ.
006400     IF WS-EXCP-REASON = SPACES
006410         EVALUATE TRUE
006420             WHEN M-NAME = SPACES
006430                 MOVE 'NAME MISSING'       TO WS-EXCP-REASON
006440             WHEN AD-ADDR1 = SPACES
006450                 MOVE 'STREET ADDRESS MISSING'
006460                                           TO WS-EXCP-REASON
006470             WHEN AD-CITY = SPACES
006480                 MOVE 'CITY MISSING'       TO WS-EXCP-REASON
006490             WHEN AD-STATE = SPACES
006500                 MOVE 'STATE MISSING'      TO WS-EXCP-REASON
006510             WHEN AD-ZIP NOT NUMERIC
006520                 MOVE 'ZIP CODE MISSING OR INVALID'
006530                                           TO WS-EXCP-REASON
006540         END-EVALUATE
006550     END-IF.
006560************************************************************
006570*      3000-WRITE-BASE-SEGMENT WRITES THE ACCOUNT'S BASE
006580*      SEGMENT AND ADDS IT INTO THE TRAILER COUNTS
006590************************************************************
006600 3000-WRITE-BASE-SEGMENT.
006610     MOVE M-ACCT-NO       TO BB-ACCT-NO.
006620     MOVE M-BRANCH        TO BB-BRANCH.
006630     MOVE M-NAME          TO BB-NAME.
006640     MOVE WS-ACCT-STATUS  TO BB-ACCT-STATUS.
006650     MOVE WS-NEW-PATTERN  TO BB-PAY-PATTERN.
006660     MOVE WS-CALC-BAL     TO BB-CURR-BALANCE.
006670     MOVE M-MIN-PAY       TO BB-SCHED-PAYMENT.
006680     MOVE WS-LAST-PAY-DATE TO BB-LAST-PAY-DATE.
006690     MOVE WS-DAYS         TO BB-DAYS-PAST-DUE.
006700     IF LOAN-IS-CHARGED-OFF
006710         MOVE M-CO-AMT    TO BB-CO-AMT
006720     ELSE
006730         MOVE 0           TO BB-CO-AMT
006740     END-IF.
006750     MOVE AD-ADDR1        TO BB-ADDR1.
006760     MOVE AD-ADDR2        TO BB-ADDR2.
006770     MOVE AD-CITY         TO BB-CITY.
006780     MOVE AD-STATE        TO BB-STATE.
006790     MOVE AD-ZIP          TO BB-ZIP.
006800     MOVE WS-CURRENT-DATE-N TO BB-ACTIVITY-DATE.
006810     WRITE BUREAU-REC FROM BUR-BASE-DATA.
006820     ADD 1 TO WS-BASE-CTR.
006830     ADD WS-CALC-BAL      TO WS-BAL-SUM.
006840     EVALUATE WS-ACCT-STATUS
006850         WHEN '11'
006860             ADD 1 TO WS-STAT11-CTR
006870         WHEN '71'
006880             ADD 1 TO WS-STAT71-CTR
006890         WHEN '78'
006900             ADD 1 TO WS-STAT78-CTR
006910         WHEN '80'
006920             ADD 1 TO WS-STAT80-CTR
006930         WHEN '82'
006940             ADD 1 TO WS-STAT82-CTR
006950         WHEN '97'
006960             ADD 1 TO WS-STAT97-CTR
006970         WHEN '13'
006980             ADD 1 TO WS-STAT13-CTR
006990     END-EVALUATE.
007000************************************************************
007010*      3900-WRITE-EXCEPTION LISTS AN ACCOUNT KEPT OFF THE
007020*      BUREAU FILE WITH THE REASON
007030************************************************************
007040 3900-WRITE-EXCEPTION.
007050     ADD 1 TO EXCP-CTR.
007060     MOVE M-ACCT-NO       TO EX-ACCT-NO.
007070     MOVE M-NAME          TO EX-NAME.
007080     MOVE WS-EXCP-REASON  TO EX-REASON.
007090     WRITE EXCP-REC FROM EXCP-DATA1
007100           AFTER ADVANCING 1 LINE.
007110************************************************************
007120*      7000-WRITE-TRAILER WRITES THE BUREAU TRAILER RECORD
007130************************************************************
007140 7000-WRITE-TRAILER.
007150     MOVE WS-BASE-CTR     TO BT-BASE-CTR.
007160     MOVE WS-STAT11-CTR   TO BT-STAT11-CTR.
007170     MOVE WS-STAT71-CTR   TO BT-STAT71-CTR.
007180     MOVE WS-STAT78-CTR   TO BT-STAT78-CTR.
007190     MOVE WS-STAT80-CTR   TO BT-STAT80-CTR.
007200     MOVE WS-STAT82-CTR   TO BT-STAT82-CTR.
007210     MOVE WS-STAT97-CTR   TO BT-STAT97-CTR.
007220     MOVE WS-STAT13-CTR   TO BT-STAT13-CTR.
007230     MOVE WS-BAL-SUM      TO BT-BAL-SUM.
007240     WRITE BUREAU-REC FROM BUR-TRAILER-DATA.
007250************************************************************
007260*      8000-PRINT-EXCP-TRAILER PRINTS THE RUN COUNTS UNDER
007270*      THE EXCEPTION LIST
007280************************************************************
007290 8000-PRINT-EXCP-TRAILER.
007300     MOVE 'MASTER RECORDS READ:'       TO ET-CAPTION.
007310     MOVE READ-CTR        TO ET-COUNT.
007320     WRITE EXCP-REC FROM EXCP-TRAILER1
007330           AFTER ADVANCING 3 LINES.
007340     MOVE 'BASE SEGMENTS WRITTEN:'     TO ET-CAPTION.
007350     MOVE WS-BASE-CTR     TO ET-COUNT.
007360     PERFORM 8100-PRINT-TRAILER-LINE.
007370     MOVE 'EXCEPTIONS, NOT REPORTED:'  TO ET-CAPTION.
007380     MOVE EXCP-CTR        TO ET-COUNT.
007390     PERFORM 8100-PRINT-TRAILER-LINE.
007400     MOVE 'CLOSED IN AN EARLIER MONTH:' TO ET-CAPTION.
007410     MOVE CLOSED-CTR      TO ET-COUNT.
007420     PERFORM 8100-PRINT-TRAILER-LINE.
007430************************************************************
007440*      8100-PRINT-TRAILER-LINE PRINTS THE CAPTION AND COUNT
007450*      SET UP IN EXCP-TRAILER1
007460************************************************************
007470 8100-PRINT-TRAILER-LINE.
007480     WRITE EXCP-REC FROM EXCP-TRAILER1
007490           AFTER ADVANCING 1 LINE.
007500************************************************************
007510*      9000-READ-MASTER READS THE NEXT MASTER RECORD IN
007520*      ACCOUNT ORDER
007530************************************************************
007540 9000-READ-MASTER.
007550     READ MASTER-FILE
007560          AT END MOVE 1 TO EOF-M.
007570************************************************************
007580*      9100-READ-HISTORY-NEXT READS THE NEXT PAYMENT-HISTORY
007590*      RECORD IN KEY ORDER
007600************************************************************
007610 9100-READ-HISTORY-NEXT.
007620     READ PAYHIST-FILE NEXT RECORD
007630          AT END MOVE 1 TO EOF-H.
