000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROG28.
000030 AUTHOR. TIM PATRICK.
000040 INSTALLATION. LOAN SERVICING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* LAB EXERCISE 3 - PAYOFF QUOTE LETTERS.
000090*----------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------
000120* 10/15/2026 JAM  ORIGINAL PROGRAM.  READS A PARAMETER FILE
000130*                 OF PAYOFF REQUESTS - AN ACCOUNT AND A
000140*                 GOOD-THROUGH DATE, WITH WHO ASKED - AND
000150*                 QUOTES THE EXACT PAYOFF FOR EACH: THE
000160*                 BALANCE STILL OWED, INTEREST ACCRUED DAILY
000170*                 ON M-INT-RATE FROM THE START OF THE OPEN
000180*                 PERIOD THROUGH THE GOOD-THROUGH DATE, AND
000190*                 ANY LATE CHARGES.  M-INT-RATE IS THE RATE
000200*                 PROG9 CHARGES FOR A WHOLE QUARTERLY
000210*                 PERIOD, SO THE DAILY RATE IS ONE
000220*                 NINETIETH OF IT, ON THE SAME 360-DAY YEAR
000230*                 PROG11 AGES BY.  A QUOTE
000240*                 LETTER SHOWING THE PER-DIEM GOES TO THE
000250*                 BORROWER'S ADDRESS FROM THE PROG13 ADDRESS
000260*                 FILE, AND EVERY QUOTE IS KEPT ON A NEW
000270*                 QUOTE FILE THAT PROG4 CHECKS WHEN IT POSTS
000280*                 A PAYMENT, SO A PAYOFF RECEIVED INSIDE THE
000290*                 QUOTE WINDOW CLOSES THE LOAN.
000300*----------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MASTER-FILE  ASSIGN TO AS-S-MASTER
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS M-ACCT-NO
000410         FILE STATUS IS WS-MASTER-STATUS.
000420     SELECT ADDR-FILE    ASSIGN TO AS-S-ADDR
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS AD-ACCT-NO
000460         FILE STATUS IS WS-ADDR-STATUS.
000470     SELECT OPTIONAL QUOTE-FILE ASSIGN TO AS-S-PAYQUOTE
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS Q-KEY
000510         FILE STATUS IS WS-QUOTE-STATUS.
000520     SELECT QUOTPARM-FILE ASSIGN TO DA-S-QUOTPARM.
000530     SELECT OPTIONAL CLOSECTL-FILE ASSIGN TO DA-S-CLOSECTL.
000540     SELECT LETTER-FILE  ASSIGN TO UR-S-QUOTLTR.
000550     SELECT LOG-FILE     ASSIGN TO UR-S-QUOTLOG.
000560 DATA DIVISION.
000570 FILE SECTION.
000580************************************************************
000590*      LOAN MASTER, KEYED BY ACCOUNT NUMBER.  SAME FIELDS AS
000600*      PROG2'S MASTER-REC.  READ ONLY
000610************************************************************
000620 FD  MASTER-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  MASTER-REC.
000650     03  M-ACCT-NO        PIC 9(6).
000660     03  M-NAME           PIC X(20).
000670     03  M-LOAN           PIC 99999V99.
000680     03  M-PAID1          PIC 9999V99.
000690     03  M-PAID2          PIC 9999V99.
000700     03  M-PAID3          PIC 9999V99.
000710     03  M-PAID4          PIC 9999V99.
000720     03  M-MIN-PAY        PIC 9999V99.
000730     03  M-INT-RATE       PIC 9V9999.
000740     03  M-BRANCH         PIC 9(2).
000750     03  M-FEE-BAL        PIC 9999V99.
000760     03  M-FEE-CYCLE      PIC X(6).
000770     03  M-STATUS         PIC X(1).
000780         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
000790         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
000800         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
000810     03  FILLER           PIC X(37).
000820************************************************************
000830*      BORROWER ADDRESS FILE MAINTAINED BY PROG13, KEYED BY
000840*      THE SAME ACCOUNT NUMBER AS THE MASTER
000850************************************************************
000860 FD  ADDR-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  ADDR-REC.
000890     03  AD-ACCT-NO       PIC 9(6).
000900     03  AD-ADDR1         PIC X(25).
000910     03  AD-ADDR2         PIC X(25).
000920     03  AD-CITY          PIC X(15).
000930     03  AD-STATE         PIC X(2).
000940     03  AD-ZIP           PIC X(5).
000950     03  FILLER           PIC X(2).
000960************************************************************
000970*      PAYOFF QUOTE FILE, KEYED BY ACCOUNT NUMBER PLUS QUOTE
000980*      DATE PLUS A SEQUENCE NUMBER SO TWO QUOTES THE SAME DAY
000990*      BOTH KEEP THEIR OWN RECORD.  Q-STATUS IS 'O' WHILE THE
001000*      QUOTE IS OPEN AND 'P' ONCE PROG4 HAS POSTED THE PAYOFF
001010*      AGAINST IT, WITH THE DATE IN Q-PAID-DATE
001020************************************************************
001030 FD  QUOTE-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  QUOTE-REC.
001060     03  Q-KEY.
001070         05  Q-ACCT-NO    PIC 9(6).
001080         05  Q-QUOTE-DATE PIC 9(8).
001090         05  Q-SEQ        PIC 9(2).
001100     03  Q-GOOD-THRU      PIC 9(8).
001110     03  Q-PRINCIPAL      PIC 9(6)V99.
001120     03  Q-PER-DIEM       PIC 9(4)V9999.
001130     03  Q-DAYS           PIC 9(4).
001140     03  Q-INTEREST       PIC 9(6)V99.
001150     03  Q-FEES           PIC 9999V99.
001160     03  Q-PAYOFF-AMT     PIC 9(7)V99.
001170     03  Q-STATUS         PIC X(1).
001180         88  QUOTE-IS-OPEN            VALUE 'O'.
001190         88  QUOTE-IS-PAID            VALUE 'P'.
001200     03  Q-PAID-DATE      PIC 9(8).
001210     03  FILLER           PIC X(4).
001220************************************************************
001230*      PAYOFF REQUESTS - ONE ACCOUNT AND GOOD-THROUGH DATE
001240*      PER RECORD
001250************************************************************
001260 FD  QUOTPARM-FILE
001270     LABEL RECORDS ARE OMITTED.
001280 01  QUOTPARM-REC         PIC X(80).
001290************************************************************
001300*      CLOSE CONTROL FILE WRITTEN BY PROG9 - THE LAST PERIOD
001310*      CLOSED, WHICH TELLS WHERE THE OPEN PERIOD'S INTEREST
001320*      STARTS
001330************************************************************
001340 FD  CLOSECTL-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  CLOSECTL-REC         PIC X(6).
001370************************************************************
001380*      THE PAYOFF QUOTE LETTERS
001390************************************************************
001400 FD  LETTER-FILE
001410     LABEL RECORDS ARE OMITTED.
001420 01  LETTER-REC           PIC X(80).
001430************************************************************
001440*      QUOTE LOG - ONE LINE PER REQUEST QUOTED OR REJECTED
001450************************************************************
001460 FD  LOG-FILE
001470     LABEL RECORDS ARE OMITTED.
001480 01  LOG-REC              PIC X(80).
001490 WORKING-STORAGE SECTION.
001500************************************************************
001510*      LAYOUT FOR THE PAYOFF REQUEST RECORD.  THE REQUESTOR
001520*      (A TITLE COMPANY, SAY) PRINTS ON THE LETTER WHEN GIVEN
001530************************************************************
001540 01  QUOTPARM-DATA.
001550     03  QP-ACCT-NO       PIC 9(6).
001560     03  QP-GOOD-THRU     PIC 9(8).
001570     03  QP-GOOD-THRU-PARTS REDEFINES QP-GOOD-THRU.
001580         05  QP-GT-YYYY   PIC 9(4).
001590         05  QP-GT-MM     PIC 99.
001600         05  QP-GT-DD     PIC 99.
001610     03  QP-REQUESTOR     PIC X(30).
001620     03  FILLER           PIC X(36).
001630************************************************************
001640*      LAYOUT FOR THE CLOSE CONTROL RECORD, SAME AS
001650*      CLOSECTL-DATA IN PROG9 - THE QUARTER AS YYYYQN, FOR
001660*      EXAMPLE 2026Q3
001670************************************************************
001680 01  CLOSECTL-DATA.
001690     03  CC-LAST-PERIOD   PIC X(6)     VALUE SPACES.
001700     03  CC-LAST-PERIOD-PARTS REDEFINES CC-LAST-PERIOD.
001710         05  CC-LAST-YYYY PIC 9(4).
001720         05  CC-LAST-Q    PIC X.
001730         05  CC-LAST-QTR  PIC 9.
001740************************************************************
001750*      FIRST DAY OF THE OPEN PERIOD - THE FIRST DAY OF THE
001760*      QUARTER AFTER THE LAST ONE PROG9 CLOSED.  INTEREST
001770*      BEFORE IT IS ALREADY CAPITALIZED INTO M-LOAN
001780************************************************************
001790 01  WS-PERIOD-START.
001800     03  WS-PS-YYYY       PIC 9(4)     VALUE 0.
001810     03  WS-PS-MM         PIC 99       VALUE 0.
001820     03  WS-PS-DD         PIC 99       VALUE 1.
001830 01  WS-PERIOD-START-N REDEFINES WS-PERIOD-START
001840                          PIC 9(8).
001850************************************************************
001860*      QUOTE WORK FIELDS.  THE DAYS ARE COUNTED ON THE
001870*      360-DAY YEAR, A 31ST COUNTING AS THE 30TH, THROUGH THE
001880*      GOOD-THROUGH DATE ITSELF, SO A WHOLE QUARTER COMES TO
001890*      90 DAYS AND ITS INTEREST TO WHAT PROG9 WOULD CHARGE
001900************************************************************
001910 01  WS-QUOTE-WORK.
001920     03  WS-PAID-SUM      PIC 99999V99 VALUE 0.
001930     03  WS-PRINCIPAL     PIC S9(6)V99 VALUE 0.
001940     03  WS-DAYS-CALC     PIC S9(5)    VALUE 0    COMP.
001950     03  WS-GT-DD-360     PIC 99       VALUE 0.
001960     03  WS-CUR-QTR       PIC 9        VALUE 0.
001970     03  WS-PAYOFF-AMT    PIC 9(7)V99  VALUE 0.
001980************************************************************
001990*      LAYOUT FOR THE LETTER HEADING
002000************************************************************
002010 01  LTR-HEADING1.
002020     03                  PIC X(12)   VALUE 'PAYOFF QUOTE'.
002030     03                  PIC X(45)   VALUE SPACES.
002040     03                  PIC X(12)   VALUE 'QUOTE DATE: '.
002050     03  H1-RUN-DATE      PIC X(8).
002060************************************************************
002070*      LAYOUT FOR THE MAILING ADDRESS BLOCK, INDENTED FIVE
002080*      COLUMNS SO IT SITS IN A WINDOW ENVELOPE, THE SAME AS
002090*      PROG7'S STATEMENT
002100************************************************************
002110 01  LTR-ADDR-LINE.
002120     03  FILLER           PIC X(5)    VALUE SPACES.
002130     03  LD-ADDR-TEXT     PIC X(30).
002140************************************************************
002150*      LAYOUTS FOR THE ACCOUNT IDENTIFICATION LINES
002160************************************************************
002170 01  LTR-ACCT-LINE.
002180     03                  PIC X(9)    VALUE 'ACCOUNT: '.
002190     03  LA-ACCT-NO       PIC 9(6).
002200     03                  PIC X(4)    VALUE SPACES.
002210     03                  PIC X(10)   VALUE 'BORROWER: '.
002220     03  LA-NAME          PIC X(20).
002230 01  LTR-REQUESTOR-LINE.
002240     03                  PIC X(14)   VALUE 'PREPARED FOR: '.
002250     03  LR-REQUESTOR     PIC X(30).
002260************************************************************
002270*      LAYOUT FOR ONE LINE OF LETTER TEXT
002280************************************************************
002290 01  LTR-TEXT-LINE.
002300     03  LT-TEXT          PIC X(60).
002310************************************************************
002320*      LAYOUTS FOR THE LETTER MONEY LINE - A CAPTION AND AN
002330*      EDITED AMOUNT, REUSED FOR EVERY FIGURE IN THE QUOTE -
002340*      AND FOR THE DAYS, PER-DIEM, AND GOOD-THROUGH LINES
002350************************************************************
002360 01  LTR-MONEY-LINE.
002370     03  LM-CAPTION       PIC X(32).
002380     03  LM-AMOUNT        PIC $ZZZZZZ9.99.
002390 01  LTR-DAYS-LINE.
002400     03                  PIC X(32)   VALUE
002410         'DAYS OF INTEREST INCLUDED'.
002420     03  LY-DAYS          PIC ZZZZ9.
002430 01  LTR-PER-DIEM-LINE.
002440     03                  PIC X(32)   VALUE
002450         'PER-DIEM INTEREST'.
002460     03  LP-PER-DIEM      PIC $ZZZ9.9999.
002470 01  LTR-GOOD-THRU-LINE.
002480     03                  PIC X(32)   VALUE
002490         'GOOD THROUGH'.
002500     03  LG-MM            PIC 99.
002510     03                  PIC X(1)    VALUE '/'.
002520     03  LG-DD            PIC 99.
002530     03                  PIC X(1)    VALUE '/'.
002540     03  LG-YYYY          PIC 9999.
002550************************************************************
002560*      LAYOUTS FOR THE FIXED WORDING OF THE LETTER
002570************************************************************
002580 01  LTR-BODY1.
002590     03                  PIC X(56)   VALUE
002600         'THE AMOUNT BELOW WILL PAY THIS LOAN IN FULL IF IT IS'.
002610 01  LTR-BODY2.
002620     03                  PIC X(56)   VALUE
002630         'RECEIVED ON OR BEFORE THE GOOD-THROUGH DATE SHOWN.'.
002640 01  LTR-FOOTER1.
002650     03                  PIC X(56)   VALUE
002660         'FOR PAYMENT RECEIVED AFTER THE GOOD-THROUGH DATE, ADD'.
002670 01  LTR-FOOTER2.
002680     03                  PIC X(56)   VALUE
002690         'THE PER-DIEM INTEREST FOR EACH DAY, OR ASK FOR A NEW'.
002700 01  LTR-FOOTER3.
002710     03                  PIC X(56)   VALUE
002720         'QUOTE.  PLEASE SEND PAYMENT TO LOAN SERVICING.'.
002730************************************************************
002740*      LAYOUT FOR THE QUOTE LOG DETAIL LINE
002750************************************************************
002760 01  LOG-DATA1.
002770     03  G-ACCT-NO        PIC X(6).
002780     03  FILLER           PIC X(2)    VALUE SPACES.
002790     03  G-NAME           PIC X(20).
002800     03  FILLER           PIC X(2)    VALUE SPACES.
002810     03  G-GOOD-THRU      PIC X(8).
002820     03  FILLER           PIC X(2)    VALUE SPACES.
002830     03  G-PAYOFF-AMT     PIC ZZZZZZ9.99 BLANK WHEN ZERO.
002840     03  FILLER           PIC X(2)    VALUE SPACES.
002850     03  G-RESULT         PIC X(26).
002860************************************************************
002870*      LAYOUTS FOR THE QUOTE LOG HEADING LINES
002880************************************************************
002890 01  LOG-HEADING1.
002900     03                  PIC X(30)   VALUE
002910         'PAYOFF QUOTE LOG'.
002920     03                  PIC X(18)   VALUE SPACES.
002930     03                  PIC X(10)   VALUE 'RUN DATE: '.
002940     03  GH-DATE          PIC X(8).
002950 01  LOG-HEADING2.
002960     03                  PIC X(7)    VALUE 'ACCT NO'.
002970     03                  PIC X(1)    VALUE SPACES.
002980     03                  PIC X(8)    VALUE 'BORROWER'.
002990     03                  PIC X(14)   VALUE SPACES.
003000     03                  PIC X(10)   VALUE 'GOOD THRU'.
003010     03                  PIC X(12)   VALUE '    PAYOFF'.
003020     03                  PIC X(6)    VALUE 'RESULT'.
003030************************************************************
003040*      LAYOUT FOR THE QUOTE LOG TRAILER LINE
003050************************************************************
003060 01  LOG-TRAILER1.
003070     03  FILLER           PIC X(15)  VALUE
003080         'REQUESTS READ:'.
003090     03  GT-READ-CTR      PIC ZZZZ9.
003100     03  FILLER           PIC X(3)   VALUE SPACES.
003110     03  FILLER           PIC X(15)  VALUE 'QUOTES ISSUED:'.
003120     03  GT-QUOTE-CTR     PIC ZZZZ9.
003130     03  FILLER           PIC X(3)   VALUE SPACES.
003140     03  FILLER           PIC X(10)  VALUE 'REJECTED: '.
003150     03  GT-REJECT-CTR    PIC ZZZZ9.
003160 01  MISC.
003170************************************************************
003180*      END OF FILE (EOF) SWITCH        *
003190*    0=NOT AT EOF       1=AT EOF        *
003200************************************************************
003210     03  EOF-Q            PIC 9        VALUE 0.
003220     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
003230     03  WS-ADDR-STATUS   PIC X(2)     VALUE SPACES.
003240     03  WS-QUOTE-STATUS  PIC X(2)     VALUE SPACES.
003250     03  READ-CTR         PIC 9(5)     VALUE 0    COMP.
003260     03  QUOTE-CTR        PIC 9(5)     VALUE 0    COMP.
003270     03  REJECT-CTR       PIC 9(5)     VALUE 0    COMP.
003280 01  WS-LOG-RESULT        PIC X(26)    VALUE SPACES.
003290************************************************************
003300*      QUOTE WRITE SWITCH - 4100-TRY-WRITE-QUOTE BUMPS THE
003310*      SEQUENCE NUMBER UNTIL THE WRITE TAKES OR THE SEQUENCE
003320*      RANGE IS USED UP
003330************************************************************
003340 01  WS-QUOTE-SW          PIC X        VALUE 'N'.
003350     88  QUOTE-WRITTEN                 VALUE 'Y'.
003360     88  QUOTE-NOT-WRITTEN             VALUE 'N'.
003370************************************************************
003380*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME.  THE
003390*      CENTURY WINDOW PUTS EVERY TWO-DIGIT YEAR IN 20XX, THE
003400*      SAME WAY PROG4'S PAYMENT DATES ARE CUT
003410************************************************************
003420 01  WS-SYSTEM-DATE.
003430     03  WS-SYS-YY        PIC 99.
003440     03  WS-SYS-MM        PIC 99.
003450     03  WS-SYS-DD        PIC 99.
003460 01  WS-CURRENT-DATE.
003470     03  WS-CUR-YYYY      PIC 9(4)     VALUE 0.
003480     03  WS-CUR-MM        PIC 99       VALUE 0.
003490     03  WS-CUR-DD        PIC 99       VALUE 0.
003500 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
003510                          PIC 9(8).
003520 01  WS-EDIT-DATE.
003530     03  WS-ED-MM         PIC 99.
003540     03  FILLER           PIC X        VALUE '/'.
003550     03  WS-ED-DD         PIC 99.
003560     03  FILLER           PIC X        VALUE '/'.
003570     03  WS-ED-YY         PIC 99.
003580************************************************************
003590*      START OF PROCEDURE DIVISION
003600************************************************************
003610 PROCEDURE DIVISION.
003620************************************************************
003630* THE MAINLINE IS RESPONSIBILE FOR THE FLOW OF THE LOGIC
003640* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
003650* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
003660************************************************************
003670 000-MAINLINE.
003680     ACCEPT WS-SYSTEM-DATE FROM DATE.
003690     COMPUTE WS-CUR-YYYY = 2000 + WS-SYS-YY.
003700     MOVE WS-SYS-MM TO WS-CUR-MM.
003710     MOVE WS-SYS-DD TO WS-CUR-DD.
003720     MOVE WS-SYS-MM TO WS-ED-MM.
003730     MOVE WS-SYS-DD TO WS-ED-DD.
003740     MOVE WS-SYS-YY TO WS-ED-YY.
003750     MOVE WS-EDIT-DATE TO GH-DATE.
003760     MOVE WS-EDIT-DATE TO H1-RUN-DATE.
003770     PERFORM 1000-FIND-PERIOD-START.
003780     OPEN INPUT MASTER-FILE.
003790     IF WS-MASTER-STATUS NOT = '00'
003800         DISPLAY 'PROG28: MASTER-FILE OPEN FAILED, STATUS '
003810                 WS-MASTER-STATUS
003820         STOP RUN
003830     END-IF.
003840     OPEN INPUT ADDR-FILE.
003850     IF WS-ADDR-STATUS NOT = '00'
003860         DISPLAY 'PROG28: ADDR-FILE OPEN FAILED, STATUS '
003870                 WS-ADDR-STATUS
003880         STOP RUN
003890     END-IF.
003900     OPEN I-O   QUOTE-FILE.
003910     IF WS-QUOTE-STATUS NOT = '00'
003920         AND WS-QUOTE-STATUS NOT = '05'
003930         DISPLAY 'PROG28: QUOTE-FILE OPEN FAILED, STATUS '
003940                 WS-QUOTE-STATUS
003950         STOP RUN
003960     END-IF.
003970     OPEN INPUT  QUOTPARM-FILE
003980          OUTPUT LETTER-FILE
003990          OUTPUT LOG-FILE.
004000     WRITE LOG-REC FROM LOG-HEADING1
004010           AFTER ADVANCING 1 LINE.
004020     WRITE LOG-REC FROM LOG-HEADING2
004030           AFTER ADVANCING 2 LINES.
004040     PERFORM 9000-READ-QUOTPARM.
004050     PERFORM 2000-QUOTE-ONE-REQUEST
004060         UNTIL EOF-Q = 1.
004070     PERFORM 8000-PRINT-TRAILER.
004080     CLOSE MASTER-FILE
004090           ADDR-FILE
004100           QUOTE-FILE
004110           QUOTPARM-FILE
004120           LETTER-FILE
004130           LOG-FILE.
004140     STOP RUN.
004150************************************************************
004160*      1000-FIND-PERIOD-START READS THE CLOSE CONTROL FILE
004170*      AND SETS THE OPEN PERIOD'S FIRST DAY TO THE FIRST DAY
004180*      OF THE QUARTER AFTER THE LAST QUARTER CLOSED.  WITH NO
004190*      CLOSE ON RECORD, OR ONE NOT NAMED AS A QUARTER, THE
004200*      OPEN PERIOD IS TAKEN TO BE THE CURRENT QUARTER
004210************************************************************
004220 1000-FIND-PERIOD-START.
004230     OPEN INPUT CLOSECTL-FILE.
004240     READ CLOSECTL-FILE INTO CLOSECTL-DATA
004250          AT END MOVE SPACES TO CC-LAST-PERIOD.
004260     CLOSE CLOSECTL-FILE.
004270     MOVE 1 TO WS-PS-DD.
004280     IF CC-LAST-YYYY NUMERIC AND CC-LAST-Q = 'Q'
004290        AND CC-LAST-QTR NUMERIC
004300        AND CC-LAST-QTR > 0 AND CC-LAST-QTR < 5
004310         IF CC-LAST-QTR = 4
004320             COMPUTE WS-PS-YYYY = CC-LAST-YYYY + 1
004330             MOVE 1 TO WS-PS-MM
004340         ELSE
004350             MOVE CC-LAST-YYYY TO WS-PS-YYYY
004360             COMPUTE WS-PS-MM = CC-LAST-QTR * 3 + 1
004370         END-IF
004380     ELSE
004390         MOVE WS-CUR-YYYY TO WS-PS-YYYY
004400         COMPUTE WS-CUR-QTR = (WS-CUR-MM + 2) / 3
004410         COMPUTE WS-PS-MM = (WS-CUR-QTR - 1) * 3 + 1
004420     END-IF.
004430************************************************************
004440*      2000-QUOTE-ONE-REQUEST EDITS ONE PAYOFF REQUEST,
004450*      FIGURES AND RECORDS THE QUOTE AND PRINTS THE LETTER IF
004460*      IT IS GOOD, LOGS IT EITHER WAY, AND READS THE NEXT
004470************************************************************
004480 2000-QUOTE-ONE-REQUEST.
004490     ADD 1 TO READ-CTR.
004500     MOVE SPACES TO WS-LOG-RESULT.
004510     MOVE SPACES TO M-NAME.
004520     MOVE 0      TO WS-PAYOFF-AMT.
004530     PERFORM 2100-EDIT-REQUEST.
004540     IF WS-LOG-RESULT = SPACES
004550         PERFORM 3000-FIGURE-PAYOFF
004560         PERFORM 4000-WRITE-QUOTE
004570     END-IF.
004580     IF WS-LOG-RESULT = SPACES
004590         PERFORM 5000-PRINT-LETTER
004600         ADD 1 TO QUOTE-CTR
004610         MOVE 'QUOTE ISSUED' TO WS-LOG-RESULT
004620     ELSE
004630         MOVE 0 TO WS-PAYOFF-AMT
004640         ADD 1 TO REJECT-CTR
004650     END-IF.
004660     PERFORM 6000-WRITE-LOG.
004670     PERFORM 9000-READ-QUOTPARM.
004680************************************************************
004690*      2100-EDIT-REQUEST CHECKS THE REQUEST: A NUMERIC
004700*      ACCOUNT, A REAL GOOD-THROUGH DATE NOT ALREADY PAST, AN
004710*      ACCOUNT ON THE MASTER THAT IS STILL BEING SERVICED AND
004720*      OWES SOMETHING, AND AN ADDRESS TO MAIL THE QUOTE TO.
004730*      THE FIRST FAILURE FOUND IS LEFT IN WS-LOG-RESULT
004740************************************************************
004750 2100-EDIT-REQUEST.
004760     IF QP-ACCT-NO NOT NUMERIC
004770         MOVE 'INVALID ACCOUNT NUMBER' TO WS-LOG-RESULT
004780     END-IF.
004790     IF WS-LOG-RESULT = SPACES
004800         IF QP-GOOD-THRU NOT NUMERIC
004810            OR QP-GT-MM < 1 OR QP-GT-MM > 12
004820            OR QP-GT-DD < 1 OR QP-GT-DD > 31
004830             MOVE 'INVALID GOOD-THROUGH DATE' TO WS-LOG-RESULT
004840         END-IF
004850     END-IF.
004860     IF WS-LOG-RESULT = SPACES
004870         IF QP-GOOD-THRU < WS-CURRENT-DATE-N
004880            OR QP-GOOD-THRU < WS-PERIOD-START-N
004890             MOVE 'GOOD-THROUGH DATE PASSED' TO WS-LOG-RESULT
004900         END-IF
004910     END-IF.
004920     IF WS-LOG-RESULT = SPACES
004930         MOVE QP-ACCT-NO TO M-ACCT-NO
004940         READ MASTER-FILE
004950             INVALID KEY
004960                 MOVE SPACES TO M-NAME
004970                 MOVE 'ACCOUNT NOT FOUND' TO WS-LOG-RESULT
004980         END-READ
004990     END-IF.
005000     IF WS-LOG-RESULT = SPACES
005010         IF LOAN-IS-CHARGED-OFF
005020             MOVE 'ACCOUNT IS CHARGED OFF' TO WS-LOG-RESULT
005030         END-IF
005040         IF LOAN-IS-PAID-IN-FULL
005050             MOVE 'ALREADY PAID IN FULL' TO WS-LOG-RESULT
005060         END-IF
005070     END-IF.
005080     IF WS-LOG-RESULT = SPACES
005090         COMPUTE WS-PAID-SUM = M-PAID1 + M-PAID2
005100                             + M-PAID3 + M-PAID4
005110         COMPUTE WS-PRINCIPAL = M-LOAN - WS-PAID-SUM
005120         IF WS-PRINCIPAL < 0
005130             MOVE 0 TO WS-PRINCIPAL
005140         END-IF
005150         IF WS-PRINCIPAL = 0 AND M-FEE-BAL = 0
005160             MOVE 'NOTHING OWED' TO WS-LOG-RESULT
005170         END-IF
005180     END-IF.
005190     IF WS-LOG-RESULT = SPACES
005200         MOVE QP-ACCT-NO TO AD-ACCT-NO
005210         READ ADDR-FILE
005220             INVALID KEY
005230                 MOVE 'NO ADDRESS ON FILE' TO WS-LOG-RESULT
005240         END-READ
005250     END-IF.
005260************************************************************
005270*      3000-FIGURE-PAYOFF WORKS OUT THE QUOTE: THE PER-DIEM
005280*      IS ONE NINETIETH OF THE PERIOD RATE ON THE BALANCE
005290*      STILL OWED, THE DAYS RUN FROM THE FIRST DAY OF THE
005300*      OPEN PERIOD THROUGH THE GOOD-THROUGH DATE, AND THE
005310*      PAYOFF IS THAT BALANCE, THE INTEREST, AND THE LATE
005320*      CHARGES.  THE INTEREST IS FIGURED FROM THE RATE, NOT
005330*      THE ROUNDED PER-DIEM, SO IT DOES NOT DRIFT OVER A LONG
005340*      WINDOW
005350************************************************************
005360 3000-FIGURE-PAYOFF.
005370     MOVE QP-GT-DD TO WS-GT-DD-360.
005380     IF WS-GT-DD-360 > 30
005390         MOVE 30 TO WS-GT-DD-360
005400     END-IF.
005410     COMPUTE WS-DAYS-CALC
005420         = (QP-GT-YYYY - WS-PS-YYYY) * 360
005430         + (QP-GT-MM   - WS-PS-MM)   * 30
005440         + (WS-GT-DD-360 - WS-PS-DD) + 1.
005450     IF WS-DAYS-CALC < 0
005460         MOVE 0 TO WS-DAYS-CALC
005470     END-IF.
005480     IF WS-DAYS-CALC > 9999
005490         MOVE 9999 TO WS-DAYS-CALC
005500     END-IF.
005510     MOVE SPACES          TO QUOTE-REC.
005520     MOVE QP-ACCT-NO      TO Q-ACCT-NO.
005530     MOVE WS-CURRENT-DATE-N TO Q-QUOTE-DATE.
005540     MOVE 0               TO Q-SEQ.
005550     MOVE QP-GOOD-THRU    TO Q-GOOD-THRU.
005560     MOVE WS-PRINCIPAL    TO Q-PRINCIPAL.
005570     COMPUTE Q-PER-DIEM ROUNDED
005580         = WS-PRINCIPAL * M-INT-RATE / 90.
005590     MOVE WS-DAYS-CALC    TO Q-DAYS.
005600     COMPUTE Q-INTEREST ROUNDED
005610         = WS-PRINCIPAL * M-INT-RATE * WS-DAYS-CALC / 90.
005620     MOVE M-FEE-BAL       TO Q-FEES.
005630     COMPUTE WS-PAYOFF-AMT = Q-PRINCIPAL + Q-INTEREST + Q-FEES.
005640     MOVE WS-PAYOFF-AMT   TO Q-PAYOFF-AMT.
005650     MOVE 'O'             TO Q-STATUS.
005660     MOVE 0               TO Q-PAID-DATE.
005670************************************************************
005680*      4000-WRITE-QUOTE RECORDS THE QUOTE, TRYING SEQUENCE
005690*      NUMBERS 00 THRU 98 UNTIL THE WRITE TAKES, SO TWO
005700*      QUOTES THE SAME DAY BOTH LAND.  THE LETTER IS ONLY
005710*      PRINTED ONCE THE QUOTE IS ON FILE, SO PROG4 CAN ALWAYS
005720*      HONOR A QUOTE THE BORROWER HOLDS
005730************************************************************
005740 4000-WRITE-QUOTE.
005750     SET QUOTE-NOT-WRITTEN TO TRUE.
005760     PERFORM 4100-TRY-WRITE-QUOTE
005770         UNTIL QUOTE-WRITTEN
005780         OR Q-SEQ > 98.
005790     IF QUOTE-NOT-WRITTEN
005800         MOVE 'QUOTE SEQ EXHAUSTED' TO WS-LOG-RESULT
005810     END-IF.
005820************************************************************
005830*      4100-TRY-WRITE-QUOTE WRITES THE QUOTE AT THE CURRENT
005840*      SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE
005850*      FOR THE NEXT TRY
005860************************************************************
005870 4100-TRY-WRITE-QUOTE.
005880     WRITE QUOTE-REC
005890         INVALID KEY
005900             ADD 1 TO Q-SEQ
005910         NOT INVALID KEY
005920             SET QUOTE-WRITTEN TO TRUE
005930     END-WRITE.
005940************************************************************
005950*      5000-PRINT-LETTER PRINTS ONE QUOTE LETTER: HEADING,
005960*      THE MAILING ADDRESS BLOCK, THE ACCOUNT LINES, THE
005970*      WORDING, THE PAYOFF FIGURES WITH THE PER-DIEM AND
005980*      GOOD-THROUGH DATE, AND THE CLOSING LINES
005990************************************************************
006000 5000-PRINT-LETTER.
006010     WRITE LETTER-REC FROM LTR-HEADING1
006020           AFTER ADVANCING PAGE.
006030     MOVE SPACES TO LETTER-REC.
006040     WRITE LETTER-REC AFTER ADVANCING 1 LINE.
006050     PERFORM 5200-PRINT-ADDRESS-BLOCK.
006060     MOVE SPACES TO LETTER-REC.
006070     WRITE LETTER-REC AFTER ADVANCING 1 LINE.
006080     MOVE M-ACCT-NO       TO LA-ACCT-NO.
006090     MOVE M-NAME          TO LA-NAME.
006100     WRITE LETTER-REC FROM LTR-ACCT-LINE
006110           AFTER ADVANCING 1 LINE.
006120     IF QP-REQUESTOR NOT = SPACES
006130         MOVE QP-REQUESTOR TO LR-REQUESTOR
006140         WRITE LETTER-REC FROM LTR-REQUESTOR-LINE
006150               AFTER ADVANCING 1 LINE
006160     END-IF.
006170     WRITE LETTER-REC FROM LTR-BODY1
006180           AFTER ADVANCING 2 LINES.
006190     WRITE LETTER-REC FROM LTR-BODY2
006200           AFTER ADVANCING 1 LINE.
006210     MOVE SPACES TO LETTER-REC.
006220     WRITE LETTER-REC AFTER ADVANCING 1 LINE.
006230     MOVE 'PRINCIPAL BALANCE'       TO LM-CAPTION.
006240     MOVE Q-PRINCIPAL     TO LM-AMOUNT.
006250     PERFORM 5100-PRINT-MONEY-LINE.
006260     MOVE 'INTEREST TO GOOD-THROUGH DATE' TO LM-CAPTION.
006270     MOVE Q-INTEREST      TO LM-AMOUNT.
006280     PERFORM 5100-PRINT-MONEY-LINE.
006290     IF Q-FEES > 0
006300         MOVE 'LATE CHARGES OWED'   TO LM-CAPTION
006310         MOVE Q-FEES          TO LM-AMOUNT
006320         PERFORM 5100-PRINT-MONEY-LINE
006330     END-IF.
006340     MOVE 'TOTAL PAYOFF AMOUNT'     TO LM-CAPTION.
006350     MOVE Q-PAYOFF-AMT    TO LM-AMOUNT.
006360     PERFORM 5100-PRINT-MONEY-LINE.
006370     MOVE SPACES TO LETTER-REC.
006380     WRITE LETTER-REC AFTER ADVANCING 1 LINE.
006390     MOVE QP-GT-MM        TO LG-MM.
006400     MOVE QP-GT-DD        TO LG-DD.
006410     MOVE QP-GT-YYYY      TO LG-YYYY.
006420     WRITE LETTER-REC FROM LTR-GOOD-THRU-LINE
006430           AFTER ADVANCING 1 LINE.
006440     MOVE Q-DAYS          TO LY-DAYS.
006450     WRITE LETTER-REC FROM LTR-DAYS-LINE
006460           AFTER ADVANCING 1 LINE.
006470     MOVE Q-PER-DIEM      TO LP-PER-DIEM.
006480     WRITE LETTER-REC FROM LTR-PER-DIEM-LINE
006490           AFTER ADVANCING 1 LINE.
006500     MOVE SPACES TO LETTER-REC.
006510     WRITE LETTER-REC AFTER ADVANCING 1 LINE.
006520     WRITE LETTER-REC FROM LTR-FOOTER1
006530           AFTER ADVANCING 1 LINE.
006540     WRITE LETTER-REC FROM LTR-FOOTER2
006550           AFTER ADVANCING 1 LINE.
006560     WRITE LETTER-REC FROM LTR-FOOTER3
006570           AFTER ADVANCING 1 LINE.
006580************************************************************
006590*      5100-PRINT-MONEY-LINE PRINTS THE CAPTION AND AMOUNT
006600*      SET UP IN LTR-MONEY-LINE
006610************************************************************
006620 5100-PRINT-MONEY-LINE.
006630     WRITE LETTER-REC FROM LTR-MONEY-LINE
006640           AFTER ADVANCING 1 LINE.
006650************************************************************
006660*      5200-PRINT-ADDRESS-BLOCK PRINTS THE BORROWER'S NAME
006670*      AND MAILING ADDRESS, INDENTED FOR THE WINDOW
006680*      ENVELOPE: NAME, STREET, THE SECOND STREET LINE WHEN
006690*      THERE IS ONE, AND THE CITY-STATE-ZIP LINE
006700************************************************************
006710 5200-PRINT-ADDRESS-BLOCK.
006720     MOVE M-NAME          TO LD-ADDR-TEXT.
006730     PERFORM 5210-PRINT-ADDR-LINE.
006740     MOVE AD-ADDR1        TO LD-ADDR-TEXT.
006750     PERFORM 5210-PRINT-ADDR-LINE.
006760     IF AD-ADDR2 NOT = SPACES
006770         MOVE AD-ADDR2    TO LD-ADDR-TEXT
006780         PERFORM 5210-PRINT-ADDR-LINE
006790     END-IF.
006800     MOVE SPACES TO LD-ADDR-TEXT.
006810     STRING AD-CITY   DELIMITED BY '  '
006820            ', '      DELIMITED BY SIZE
006830            AD-STATE  DELIMITED BY SIZE
006840            ' '       DELIMITED BY SIZE
006850            AD-ZIP    DELIMITED BY SIZE
006860            INTO LD-ADDR-TEXT.
006870     PERFORM 5210-PRINT-ADDR-LINE.
006880************************************************************
006890*      5210-PRINT-ADDR-LINE PRINTS THE ADDRESS LINE SET UP
006900*      IN LTR-ADDR-LINE
006910************************************************************
006920 5210-PRINT-ADDR-LINE.
006930     WRITE LETTER-REC FROM LTR-ADDR-LINE
006940           AFTER ADVANCING 1 LINE.
006950************************************************************
006960*      6000-WRITE-LOG WRITES ONE LINE TO THE QUOTE LOG
006970*      SHOWING THE PAYOFF QUOTED OR WHY THE REQUEST FAILED
006980************************************************************
006990 6000-WRITE-LOG.
007000     MOVE QP-ACCT-NO      TO G-ACCT-NO.
007010     MOVE M-NAME          TO G-NAME.
007020     MOVE QP-GOOD-THRU    TO G-GOOD-THRU.
007030     MOVE WS-PAYOFF-AMT   TO G-PAYOFF-AMT.
007040     MOVE WS-LOG-RESULT   TO G-RESULT.
007050     WRITE LOG-REC FROM LOG-DATA1
007060           AFTER ADVANCING 1 LINE.
007070************************************************************
007080*      8000-PRINT-TRAILER PRINTS THE COUNT OF REQUESTS READ,
007090*      QUOTED, AND REJECTED AT THE END OF THE RUN
007100************************************************************
007110 8000-PRINT-TRAILER.
007120     MOVE READ-CTR        TO GT-READ-CTR.
007130     MOVE QUOTE-CTR       TO GT-QUOTE-CTR.
007140     MOVE REJECT-CTR      TO GT-REJECT-CTR.
007150     WRITE LOG-REC FROM LOG-TRAILER1
007160           AFTER ADVANCING 2 LINES.
007170************************************************************
007180*      9000-READ-QUOTPARM READS THE NEXT PAYOFF REQUEST INTO
007190*      THE STRUCTURE SET UP IN WORKING STORAGE
007200************************************************************
007210 9000-READ-QUOTPARM.
007220     READ QUOTPARM-FILE INTO QUOTPARM-DATA
007230          AT END MOVE 1 TO EOF-Q.
