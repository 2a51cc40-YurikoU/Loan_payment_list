000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROG29.
000030 AUTHOR. TIM PATRICK.
000040 INSTALLATION. LOAN SERVICING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* LAB EXERCISE 3 - YEAR-END INTEREST STATEMENTS.
000090*----------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------
000120* 10/15/2026 JAM  ORIGINAL PROGRAM.  BUILDS EACH BORROWER'S
000130*                 INTEREST FIGURES FOR A TAX YEAR FROM WHAT
000140*                 IS ALREADY ON FILE: THE INTEREST PROG9
000150*                 CHARGED EACH PERIOD CLOSED IN THE YEAR, OFF
000160*                 THE PERIOD HISTORY, PLUS THE QUOTED INTEREST
000170*                 PROG4 TOOK WITH A PAYOFF IN THE YEAR, OFF
000180*                 THE QUOTE FILE, AND THE PAYMENTS RECEIVED
000190*                 IN THE YEAR NET OF NSF REVERSALS, OFF THE
000200*                 PAYMENT HISTORY.  THE INTEREST PAID IS THE
000210*                 INTEREST CHARGED, BUT NEVER MORE THAN WAS
000220*                 ACTUALLY RECEIVED.  PRINTS A BORROWER
000230*                 STATEMENT ADDRESSED FROM THE PROG13
000240*                 ADDRESS FILE, WRITES A FIXED-FORMAT
000250*                 INFORMATION-RETURN FILE FOR FILING, AND
000260*                 PRINTS A CONTROL REPORT THAT TIES THE
000270*                 YEAR'S PERIOD INTEREST TO THE INTEREST
000280*                 PROG9 BOOKED ON ITS GLCLOSE BATCHES,
000290*                 RETURN CODE 8 WHEN THEY DO NOT AGREE.  A
000300*                 CORRECTED MODE RERUNS ONE ACCOUNT AFTER A
000310*                 BACKOUT OR ADJUSTMENT AND MARKS ITS
000320*                 STATEMENT AND RETURN RECORD CORRECTED.
000330*----------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT MASTER-FILE  ASSIGN TO AS-S-MASTER
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS M-ACCT-NO
000440         FILE STATUS IS WS-MASTER-STATUS.
000450     SELECT ADDR-FILE    ASSIGN TO AS-S-ADDR
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS AD-ACCT-NO
000490         FILE STATUS IS WS-ADDR-STATUS.
000500     SELECT OPTIONAL PAYHIST-FILE ASSIGN TO AS-S-PAYHIST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS H-KEY
000540         FILE STATUS IS WS-PAYHIST-STATUS.
000550     SELECT OPTIONAL QUOTE-FILE ASSIGN TO AS-S-PAYQUOTE
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS Q-KEY
000590         FILE STATUS IS WS-QUOTE-STATUS.
000600     SELECT OPTIONAL PERHIST-FILE ASSIGN TO DA-S-PERHIST.
000610     SELECT GLCLOSE-FILE ASSIGN TO DA-S-GLCLOSE.
000620     SELECT TAXPARM-FILE ASSIGN TO DA-S-TAXPARM.
000630     SELECT STMT-FILE    ASSIGN TO UR-S-TAXSTMT.
000640     SELECT RETURN-FILE  ASSIGN TO DA-S-TAXRTN.
000650     SELECT CTL-FILE     ASSIGN TO UR-S-TAXCTL.
000660     SELECT SORT-FILE    ASSIGN TO SORTWK1.
000670 DATA DIVISION.
000680 FILE SECTION.
000690************************************************************
000700*      LOAN MASTER, KEYED BY ACCOUNT NUMBER.  SAME FIELDS AS
000710*      PROG2'S MASTER-REC.  READ ONLY
000720************************************************************
000730 FD  MASTER-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  MASTER-REC.
000760     03  M-ACCT-NO        PIC 9(6).
000770     03  M-NAME           PIC X(20).
000780     03  M-LOAN           PIC 99999V99.
000790     03  M-PAID1          PIC 9999V99.
000800     03  M-PAID2          PIC 9999V99.
000810     03  M-PAID3          PIC 9999V99.
000820     03  M-PAID4          PIC 9999V99.
000830     03  M-MIN-PAY        PIC 9999V99.
000840     03  M-INT-RATE       PIC 9V9999.
000850     03  M-BRANCH         PIC 9(2).
000860     03  M-FEE-BAL        PIC 9999V99.
000870     03  M-FEE-CYCLE      PIC X(6).
000880     03  M-STATUS         PIC X(1).
000890         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
000900         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
000910         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
000920     03  FILLER           PIC X(37).
000930************************************************************
000940*      BORROWER ADDRESS FILE MAINTAINED BY PROG13, KEYED BY
000950*      THE SAME ACCOUNT NUMBER AS THE MASTER
000960************************************************************
000970 FD  ADDR-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  ADDR-REC.
001000     03  AD-ACCT-NO       PIC 9(6).
001010     03  AD-ADDR1         PIC X(25).
001020     03  AD-ADDR2         PIC X(25).
001030     03  AD-CITY          PIC X(15).
001040     03  AD-STATE         PIC X(2).
001050     03  AD-ZIP           PIC X(5).
001060     03  FILLER           PIC X(2).
001070************************************************************
001080*      PAYMENT HISTORY WRITTEN BY PROG4, KEYED BY ACCOUNT
001090*      NUMBER PLUS PAYMENT DATE PLUS A SEQUENCE NUMBER.  SPACE
001100*      IS A LIVE PAYMENT, 'V' A PAYMENT SINCE REVERSED, 'R'
001110*      THE REVERSAL ENTRY ITSELF, 'C' A RECOVERY ON A
001120*      CHARGED-OFF ACCOUNT
001130************************************************************
001140 FD  PAYHIST-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  PAYHIST-REC.
001170     03  H-KEY.
001180         05  H-ACCT-NO    PIC 9(6).
001190         05  H-PAY-DATE.
001200             07  H-PAY-YYYY   PIC 9(4).
001210             07  H-PAY-MMDD   PIC 9(4).
001220         05  H-PAY-SEQ    PIC 9(2).
001230     03  H-PAY-AMT        PIC 9999V99.
001240     03  H-REC-TYPE       PIC X(1).
001250         88  HIST-IS-LIVE-PAYMENT     VALUE ' '.
001260         88  HIST-IS-REVERSED         VALUE 'V'.
001270         88  HIST-IS-REVERSAL         VALUE 'R'.
001280         88  HIST-IS-RECOVERY         VALUE 'C'.
001290     03  H-FEE-PAID       PIC 9999V99.
001300     03  FILLER           PIC X(1).
001310************************************************************
001320*      PAYOFF QUOTE FILE WRITTEN BY PROG28 AND MARKED PAID BY
001330*      PROG4.  THE QUOTED INTEREST ON A PAID QUOTE WAS TAKEN
001340*      WITH THE PAYOFF AND NEVER REACHES THE PERIOD HISTORY
001350************************************************************
001360 FD  QUOTE-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  QUOTE-REC.
001390     03  Q-KEY.
001400         05  Q-ACCT-NO    PIC 9(6).
001410         05  Q-QUOTE-DATE PIC 9(8).
001420         05  Q-SEQ        PIC 9(2).
001430     03  Q-GOOD-THRU      PIC 9(8).
001440     03  Q-PRINCIPAL      PIC 9(6)V99.
001450     03  Q-PER-DIEM       PIC 9(4)V9999.
001460     03  Q-DAYS           PIC 9(4).
001470     03  Q-INTEREST       PIC 9(6)V99.
001480     03  Q-FEES           PIC 9999V99.
001490     03  Q-PAYOFF-AMT     PIC 9(7)V99.
001500     03  Q-STATUS         PIC X(1).
001510         88  QUOTE-IS-OPEN            VALUE 'O'.
001520         88  QUOTE-IS-PAID            VALUE 'P'.
001530     03  Q-PAID-DATE.
001540         05  Q-PAID-YYYY  PIC 9(4).
001550         05  Q-PAID-MMDD  PIC 9(4).
001560     03  FILLER           PIC X(4).
001570************************************************************
001580*      PERIOD HISTORY APPENDED BY PROG9 - ONE RECORD PER
001590*      ACCOUNT PER CLOSED PERIOD, IN CLOSE ORDER
001600************************************************************
001610 FD  PERHIST-FILE
001620     BLOCK CONTAINS 0 RECORDS
001630     LABEL RECORDS ARE STANDARD.
001640 01  PERHIST-REC          PIC X(60).
001650************************************************************
001660*      GL INTERFACE BATCHES WRITTEN BY PROG9, ONE PER CLOSE,
001670*      CONCATENATED FOR THE TAX YEAR BEING REPORTED
001680************************************************************
001690 FD  GLCLOSE-FILE
001700     BLOCK CONTAINS 0 RECORDS
001710     LABEL RECORDS ARE STANDARD.
001720 01  GLCLOSE-REC          PIC X(40).
001730************************************************************
001740*      TAX PARAMETER FILE - THE TAX YEAR, THE RUN MODE, AND
001750*      FOR A CORRECTED RUN THE ONE ACCOUNT TO RERUN
001760************************************************************
001770 FD  TAXPARM-FILE
001780     LABEL RECORDS ARE OMITTED.
001790 01  TAXPARM-REC          PIC X(80).
001800************************************************************
001810*      THE BORROWER INTEREST STATEMENTS
001820************************************************************
001830 FD  STMT-FILE
001840     LABEL RECORDS ARE OMITTED.
001850 01  STMT-REC             PIC X(80).
001860************************************************************
001870*      INFORMATION-RETURN FILE FOR FILING - AN 'A' HEADER,
001880*      ONE 'B' RECORD PER BORROWER, AND A 'C' TRAILER WITH
001890*      THE RECORD COUNT AND THE INTEREST TOTAL
001900************************************************************
001910 FD  RETURN-FILE
001920     BLOCK CONTAINS 0 RECORDS
001930     LABEL RECORDS ARE STANDARD.
001940 01  RETURN-REC           PIC X(150).
001950************************************************************
001960*      CONTROL REPORT - EXCEPTIONS, THEN THE RUN TOTALS AND
001970*      THE TIE TO THE GL
001980************************************************************
001990 FD  CTL-FILE
002000     LABEL RECORDS ARE OMITTED.
002010 01  CTL-REC              PIC X(80).
002020************************************************************
002030*      SORT WORK FILE - ONE INTEREST AMOUNT PER PERIOD CLOSED
002040*      OR PAYOFF TAKEN IN THE TAX YEAR, SEQUENCED BY ACCOUNT
002050*      SO EACH BORROWER'S YEAR COMES BACK TOGETHER
002060************************************************************
002070 SD  SORT-FILE.
002080 01  SORT-REC.
002090     03  S-ACCT-NO        PIC 9(6).
002100     03  S-SOURCE         PIC X(1).
002110     03  S-INTEREST       PIC 9(6)V99.
002120 WORKING-STORAGE SECTION.
002130************************************************************
002140*      LAYOUT FOR THE TAX PARAMETER RECORD.  MODE 'A' (OR
002150*      SPACE) REPORTS EVERY ACCOUNT; MODE 'C' REPORTS ONLY
002160*      TX-ACCT-NO, AS A CORRECTED STATEMENT
002170************************************************************
002180 01  TAXPARM-DATA.
002190     03  TX-TAX-YEAR      PIC 9(4).
002200     03  TX-TAX-YEAR-X REDEFINES TX-TAX-YEAR
002210                          PIC X(4).
002220     03  TX-MODE          PIC X(1).
002230         88  ANNUAL-MODE              VALUES ' ' 'A'.
002240         88  CORRECTED-MODE           VALUE 'C'.
002250     03  TX-ACCT-NO       PIC 9(6).
002260     03  FILLER           PIC X(69).
002270************************************************************
002280*      LAYOUT FOR THE PERIOD HISTORY RECORD, SAME AS PROG9'S
002290*      PERHIST-DATA.  THE PERIOD NAME LEADS WITH ITS YEAR,
002300*      FOR EXAMPLE 2026Q3
002310************************************************************
002320 01  PERHIST-DATA.
002330     03  PH-PERIOD.
002340         05  PH-PERIOD-YEAR PIC X(4).
002350         05  FILLER       PIC X(2).
002360     03  PH-ACCT-NO       PIC 9(6).
002370     03  PH-LOAN          PIC 99999V99.
002380     03  PH-PAID          PIC 99999V99.
002390     03  PH-INTEREST      PIC 9(6)V99.
002400     03  PH-BALANCE       PIC 9(7)V99.
002410     03  FILLER           PIC X(17).
002420************************************************************
002430*      LAYOUT FOR A GLCLOSE RECORD, SAME SHAPES AS PROG9'S GL
002440*      RECORDS.  ONLY THE DETAIL ENTRIES ARE LOOKED AT; THE
002450*      INTEREST PROG9 CAPITALIZED IS THE CREDIT TO 4100
002460*      INTEREST INCOME
002470************************************************************
002480 01  GL-DETAIL-DATA.
002490     03  GD-TYPE          PIC X(1).
002500         88  GL-IS-HEADER             VALUE 'H'.
002510         88  GL-IS-DETAIL             VALUE 'D'.
002520     03  GD-ACCOUNT       PIC 9(4).
002530     03  GD-DC            PIC X(1).
002540     03  GD-AMOUNT        PIC 9(7)V99.
002550     03  GD-DESC          PIC X(20).
002560     03  FILLER           PIC X(5).
002570************************************************************
002580*      LAYOUTS FOR THE INFORMATION-RETURN RECORDS.  A
002590*      CORRECTED RUN CARRIES 'C' IN THE CORRECTED BYTE
002600************************************************************
002610 01  IR-HEADER-DATA.
002620     03  FILLER           PIC X(1)     VALUE 'A'.
002630     03  IRA-TAX-YEAR     PIC 9(4).
002640     03  IRA-CORRECTED    PIC X(1)     VALUE SPACE.
002650     03  IRA-RUN-DATE     PIC 9(8).
002660     03  IRA-PAYER-NAME   PIC X(30)    VALUE 'LOAN SERVICING'.
002670     03  FILLER           PIC X(106)   VALUE SPACES.
002680 01  IR-DETAIL-DATA.
002690     03  FILLER           PIC X(1)     VALUE 'B'.
002700     03  IRB-TAX-YEAR     PIC 9(4).
002710     03  IRB-CORRECTED    PIC X(1)     VALUE SPACE.
002720     03  IRB-ACCT-NO      PIC 9(6).
002730     03  IRB-NAME         PIC X(20).
002740     03  IRB-INT-PAID     PIC 9(7)V99.
002750     03  IRB-INT-CHARGED  PIC 9(7)V99.
002760     03  IRB-PAYMENTS     PIC 9(7)V99.
002770     03  IRB-ADDR1        PIC X(25).
002780     03  IRB-ADDR2        PIC X(25).
002790     03  IRB-CITY         PIC X(15).
002800     03  IRB-STATE        PIC X(2).
002810     03  IRB-ZIP          PIC X(5).
002820     03  FILLER           PIC X(19)    VALUE SPACES.
002830 01  IR-TRAILER-DATA.
002840     03  FILLER           PIC X(1)     VALUE 'C'.
002850     03  IRC-TAX-YEAR     PIC 9(4).
002860     03  IRC-CORRECTED    PIC X(1)     VALUE SPACE.
002870     03  IRC-RECORD-CTR   PIC 9(6).
002880     03  IRC-INT-PAID     PIC 9(9)V99.
002890     03  FILLER           PIC X(127)   VALUE SPACES.
002900************************************************************
002910*      LAYOUTS FOR THE STATEMENT HEADING LINES
002920************************************************************
002930 01  STMT-HEADING1.
002940     03                  PIC X(30)   VALUE
002950         'YEAR-END INTEREST STATEMENT'.
002960     03                  PIC X(27)   VALUE SPACES.
002970     03                  PIC X(10)   VALUE 'TAX YEAR: '.
002980     03  H1-TAX-YEAR      PIC 9(4).
002990 01  STMT-CORRECTED-LINE.
003000     03                  PIC X(60)   VALUE
003010         'CORRECTED STATEMENT - REPLACES ANY EARLIER STATEMENT'.
003020************************************************************
003030*      LAYOUT FOR THE MAILING ADDRESS BLOCK, INDENTED FIVE
003040*      COLUMNS SO IT SITS IN A WINDOW ENVELOPE, THE SAME AS
003050*      PROG7'S STATEMENT
003060************************************************************
003070 01  STMT-ADDR-LINE.
003080     03  FILLER           PIC X(5)    VALUE SPACES.
003090     03  SD-ADDR-TEXT     PIC X(30).
003100************************************************************
003110*      LAYOUT FOR THE ACCOUNT IDENTIFICATION LINE
003120************************************************************
003130 01  STMT-ACCT-LINE.
003140     03                  PIC X(9)    VALUE 'ACCOUNT: '.
003150     03  SA-ACCT-NO       PIC 9(6).
003160     03                  PIC X(4)    VALUE SPACES.
003170     03                  PIC X(10)   VALUE 'BORROWER: '.
003180     03  SA-NAME          PIC X(20).
003190************************************************************
003200*      LAYOUT FOR THE STATEMENT MONEY LINE - A CAPTION AND AN
003210*      EDITED AMOUNT, REUSED FOR EVERY FIGURE
003220************************************************************
003230 01  STMT-MONEY-LINE.
003240     03  SM-CAPTION       PIC X(40).
003250     03  SM-AMOUNT        PIC $ZZZZZZ9.99.
003260************************************************************
003270*      LAYOUTS FOR THE FIXED WORDING OF THE STATEMENT
003280************************************************************
003290 01  STMT-BODY1.
003300     03                  PIC X(56)   VALUE
003310         'THESE ARE THE INTEREST AND PAYMENT FIGURES ON YOUR'.
003320 01  STMT-BODY2.
003330     03                  PIC X(56)   VALUE
003340         'LOAN FOR THE TAX YEAR SHOWN ABOVE.'.
003350 01  STMT-FOOTER1.
003360     03                  PIC X(56)   VALUE
003370         'PAYMENTS ARE SHOWN NET OF ANY RETURNED FOR NSF.  THE'.
003380 01  STMT-FOOTER2.
003390     03                  PIC X(56)   VALUE
003400         'INTEREST PAID IS ALSO REPORTED ON OUR INFORMATION'.
003410 01  STMT-FOOTER3.
003420     03                  PIC X(56)   VALUE
003430         'RETURN.  KEEP THIS STATEMENT FOR YOUR TAX RECORDS.'.
003440************************************************************
003450*      LAYOUTS FOR THE CONTROL REPORT HEADING LINES
003460************************************************************
003470 01  CTL-HEADING1.
003480     03                  PIC X(30)   VALUE
003490         'YEAR-END INTEREST CONTROL'.
003500     03                  PIC X(2)    VALUE SPACES.
003510     03                  PIC X(10)   VALUE 'TAX YEAR: '.
003520     03  CH-TAX-YEAR      PIC 9(4).
003530     03                  PIC X(2)    VALUE SPACES.
003540     03                  PIC X(10)   VALUE 'RUN DATE: '.
003550     03  CH-RUN-DATE      PIC X(8).
003560 01  CTL-HEADING2.
003570     03                  PIC X(10)   VALUE 'RUN MODE: '.
003580     03  CH-MODE-TEXT     PIC X(30).
003590 01  CTL-HEADING3.
003600     03                  PIC X(40)   VALUE
003610         'EXCEPTIONS - NO STATEMENT PRODUCED'.
003620************************************************************
003630*      LAYOUT FOR THE CONTROL REPORT EXCEPTION LINE
003640************************************************************
003650 01  CTL-EXCP-LINE.
003660     03  CE-ACCT-NO       PIC 9(6).
003670     03  FILLER           PIC X(2)    VALUE SPACES.
003680     03  CE-NAME          PIC X(20).
003690     03  FILLER           PIC X(2)    VALUE SPACES.
003700     03  CE-INTEREST      PIC ZZZZZZ9.99.
003710     03  FILLER           PIC X(2)    VALUE SPACES.
003720     03  CE-REASON        PIC X(30).
003730************************************************************
003740*      LAYOUTS FOR THE CONTROL REPORT TOTAL LINES - A
003750*      CAPTION WITH AN AMOUNT OR A COUNT
003760************************************************************
003770 01  CTL-MONEY-LINE.
003780     03  CM-CAPTION       PIC X(44).
003790     03  CM-AMOUNT        PIC $ZZZZZZZZ9.99-.
003800 01  CTL-COUNT-LINE.
003810     03  CC-CAPTION       PIC X(44).
003820     03  CC-COUNT         PIC ZZZZZZ9.
003830 01  CTL-RESULT-LINE.
003840     03  CR-TEXT          PIC X(60).
003850 01  MISC.
003860************************************************************
003870*      END OF FILE (EOF) SWITCHES        *
003880*    0=NOT AT EOF       1=AT EOF        *
003890************************************************************
003900     03  EOF-P            PIC 9        VALUE 0.
003910     03  EOF-Q            PIC 9        VALUE 0.
003920     03  EOF-S            PIC 9        VALUE 0.
003930     03  EOF-H            PIC 9        VALUE 0.
003940     03  EOF-G            PIC 9        VALUE 0.
003950     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
003960     03  WS-ADDR-STATUS   PIC X(2)     VALUE SPACES.
003970     03  WS-PAYHIST-STATUS PIC X(2)    VALUE SPACES.
003980     03  WS-QUOTE-STATUS  PIC X(2)     VALUE SPACES.
003990     03  PERIOD-CTR       PIC 9(7)     VALUE 0    COMP.
004000     03  PAYOFF-CTR       PIC 9(7)     VALUE 0    COMP.
004010     03  STMT-CTR         PIC 9(7)     VALUE 0    COMP.
004020     03  EXCP-CTR         PIC 9(7)     VALUE 0    COMP.
004030     03  GL-BATCH-CTR     PIC 9(7)     VALUE 0    COMP.
004040************************************************************
004050*      RUN TOTALS.  WS-PH-INT-SUM IS EVERY PERIOD'S INTEREST
004060*      FOR THE YEAR, WHETHER OR NOT A STATEMENT WENT OUT, SO
004070*      IT CAN BE TIED TO WHAT PROG9 BOOKED
004080************************************************************
004090 01  WS-RUN-TOTALS.
004100     03  WS-PH-INT-SUM    PIC 9(9)V99  VALUE 0.
004110     03  WS-PO-INT-SUM    PIC 9(9)V99  VALUE 0.
004120     03  WS-GL-INT-SUM    PIC 9(9)V99  VALUE 0.
004130     03  WS-GL-DIFF       PIC S9(9)V99 VALUE 0.
004140     03  WS-STMT-INT-SUM  PIC 9(9)V99  VALUE 0.
004150     03  WS-STMT-PAID-SUM PIC 9(9)V99  VALUE 0.
004160************************************************************
004170*      FIGURES FOR THE ACCOUNT BEING REPORTED
004180************************************************************
004190 01  WS-ACCT-WORK.
004200     03  WS-CUR-ACCT      PIC 9(6)     VALUE 0.
004210     03  WS-ACCT-INT      PIC 9(7)V99  VALUE 0.
004220     03  WS-PAY-GROSS     PIC 9(7)V99  VALUE 0.
004230     03  WS-PAY-REV       PIC 9(7)V99  VALUE 0.
004240     03  WS-PAY-NET       PIC S9(7)V99 VALUE 0.
004250     03  WS-INT-PAID      PIC 9(7)V99  VALUE 0.
004260 01  WS-EXCP-REASON       PIC X(30)    VALUE SPACES.
004270************************************************************
004280*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME.  THE
004290*      CENTURY WINDOW PUTS EVERY TWO-DIGIT YEAR IN 20XX, THE
004300*      SAME WAY PROG4'S PAYMENT DATES ARE CUT
004310************************************************************
004320 01  WS-SYSTEM-DATE.
004330     03  WS-SYS-YY        PIC 99.
004340     03  WS-SYS-MM        PIC 99.
004350     03  WS-SYS-DD        PIC 99.
004360 01  WS-CURRENT-DATE.
004370     03  WS-CUR-YYYY      PIC 9(4)     VALUE 0.
004380     03  WS-CUR-MM        PIC 99       VALUE 0.
004390     03  WS-CUR-DD        PIC 99       VALUE 0.
004400 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
004410                          PIC 9(8).
004420 01  WS-EDIT-DATE.
004430     03  WS-ED-MM         PIC 99.
004440     03  FILLER           PIC X        VALUE '/'.
004450     03  WS-ED-DD         PIC 99.
004460     03  FILLER           PIC X        VALUE '/'.
004470     03  WS-ED-YY         PIC 99.
004480************************************************************
004490*      START OF PROCEDURE DIVISION
004500************************************************************
004510 PROCEDURE DIVISION.
004520************************************************************
004530* THE MAINLINE IS RESPONSIBILE FOR THE FLOW OF THE LOGIC
004540* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
004550* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
004560************************************************************
004570 000-MAINLINE.
004580     ACCEPT WS-SYSTEM-DATE FROM DATE.
004590     COMPUTE WS-CUR-YYYY = 2000 + WS-SYS-YY.
004600     MOVE WS-SYS-MM TO WS-CUR-MM.
004610     MOVE WS-SYS-DD TO WS-CUR-DD.
004620     MOVE WS-SYS-MM TO WS-ED-MM.
004630     MOVE WS-SYS-DD TO WS-ED-DD.
004640     MOVE WS-SYS-YY TO WS-ED-YY.
004650     MOVE WS-EDIT-DATE TO CH-RUN-DATE.
004660     PERFORM 1000-READ-TAXPARM.
004670     OPEN INPUT MASTER-FILE.
004680     IF WS-MASTER-STATUS NOT = '00'
004690         DISPLAY 'PROG29: MASTER-FILE OPEN FAILED, STATUS '
004700                 WS-MASTER-STATUS
004710         STOP RUN
004720     END-IF.
004730     OPEN INPUT ADDR-FILE.
004740     IF WS-ADDR-STATUS NOT = '00'
004750         DISPLAY 'PROG29: ADDR-FILE OPEN FAILED, STATUS '
004760                 WS-ADDR-STATUS
004770         STOP RUN
004780     END-IF.
004790     OPEN INPUT PAYHIST-FILE.
004800     IF WS-PAYHIST-STATUS NOT = '00'
004810         AND WS-PAYHIST-STATUS NOT = '05'
004820         DISPLAY 'PROG29: PAYHIST-FILE OPEN FAILED, STATUS '
004830                 WS-PAYHIST-STATUS
004840         STOP RUN
004850     END-IF.
004860     OPEN INPUT QUOTE-FILE.
004870     IF WS-QUOTE-STATUS NOT = '00'
004880         AND WS-QUOTE-STATUS NOT = '05'
004890         DISPLAY 'PROG29: QUOTE-FILE OPEN FAILED, STATUS '
004900                 WS-QUOTE-STATUS
004910         STOP RUN
004920     END-IF.
004930     OPEN OUTPUT STMT-FILE
004940          OUTPUT RETURN-FILE
004950          OUTPUT CTL-FILE.
004960     PERFORM 1100-WRITE-HEADINGS.
004970     SORT SORT-FILE
004980         ON ASCENDING KEY S-ACCT-NO
004990         INPUT PROCEDURE 2000-RELEASE-INTEREST
005000         OUTPUT PROCEDURE 3000-BUILD-STATEMENTS.
005010     IF ANNUAL-MODE
005020         PERFORM 6000-TIE-TO-GL
005030     END-IF.
005040     PERFORM 8000-PRINT-CONTROL-TOTALS.
005050     PERFORM 8500-WRITE-RETURN-TRAILER.
005060     CLOSE MASTER-FILE
005070           ADDR-FILE
005080           PAYHIST-FILE
005090           QUOTE-FILE
005100           STMT-FILE
005110           RETURN-FILE
005120           CTL-FILE.
005130     STOP RUN.
005140************************************************************
005150*      1000-READ-TAXPARM READS THE ONE-RECORD PARAMETER FILE
005160*      AND REFUSES TO RUN, RETURN CODE 8, WITHOUT A TAX YEAR,
005170*      A KNOWN MODE, AND FOR A CORRECTED RUN AN ACCOUNT
005180************************************************************
005190 1000-READ-TAXPARM.
005200     OPEN INPUT TAXPARM-FILE.
005210     READ TAXPARM-FILE INTO TAXPARM-DATA
005220         AT END
005230             DISPLAY 'PROG29: NO TAX PARAMETER RECORD'
005240             MOVE 8 TO RETURN-CODE
005250             STOP RUN
005260     END-READ.
005270     CLOSE TAXPARM-FILE.
005280     IF TX-TAX-YEAR NOT NUMERIC
005290         DISPLAY 'PROG29: INVALID TAX YEAR ' TX-TAX-YEAR-X
005300         MOVE 8 TO RETURN-CODE
005310         STOP RUN
005320     END-IF.
005330     IF NOT ANNUAL-MODE AND NOT CORRECTED-MODE
005340         DISPLAY 'PROG29: INVALID RUN MODE ' TX-MODE
005350         MOVE 8 TO RETURN-CODE
005360         STOP RUN
005370     END-IF.
005380     IF CORRECTED-MODE AND TX-ACCT-NO NOT NUMERIC
005390         DISPLAY 'PROG29: CORRECTED RUN NEEDS AN ACCOUNT'
005400         MOVE 8 TO RETURN-CODE
005410         STOP RUN
005420     END-IF.
005430************************************************************
005440*      1100-WRITE-HEADINGS STARTS THE CONTROL REPORT AND
005450*      WRITES THE INFORMATION-RETURN HEADER
005460************************************************************
005470 1100-WRITE-HEADINGS.
005480     MOVE TX-TAX-YEAR     TO CH-TAX-YEAR.
005490     IF CORRECTED-MODE
005500         MOVE 'CORRECTED - ONE ACCOUNT' TO CH-MODE-TEXT
005510         MOVE 'C'             TO IRA-CORRECTED
005520         MOVE 'C'             TO IRB-CORRECTED
005530         MOVE 'C'             TO IRC-CORRECTED
005540     ELSE
005550         MOVE 'ANNUAL - ALL ACCOUNTS'   TO CH-MODE-TEXT
005560     END-IF.
005570     WRITE CTL-REC FROM CTL-HEADING1
005580           AFTER ADVANCING PAGE.
005590     WRITE CTL-REC FROM CTL-HEADING2
005600           AFTER ADVANCING 1 LINE.
005610     WRITE CTL-REC FROM CTL-HEADING3
005620           AFTER ADVANCING 2 LINES.
005630     MOVE TX-TAX-YEAR       TO IRA-TAX-YEAR.
005640     MOVE WS-CURRENT-DATE-N TO IRA-RUN-DATE.
005650     WRITE RETURN-REC FROM IR-HEADER-DATA.
005660************************************************************
005670*      2000-RELEASE-INTEREST IS THE SORT INPUT PROCEDURE.  IT
005680*      RELEASES THE INTEREST OF EVERY PERIOD CLOSED IN THE
005690*      TAX YEAR AND EVERY PAYOFF TAKEN IN IT.  A CORRECTED RUN
005700*      RELEASES ONLY ITS ONE ACCOUNT, PLUS A ZERO ENTRY SO THE
005710*      ACCOUNT IS STILL REPORTED WHEN NOTHING IS LEFT FOR IT
005720************************************************************
005730 2000-RELEASE-INTEREST.
005740     OPEN INPUT PERHIST-FILE.
005750     PERFORM 9000-READ-PERHIST.
005760     PERFORM 2100-RELEASE-ONE-PERIOD
005770         UNTIL EOF-P = 1.
005780     CLOSE PERHIST-FILE.
005790     MOVE 0               TO EOF-Q.
005800     MOVE LOW-VALUES      TO Q-KEY.
005810     START QUOTE-FILE KEY NOT LESS THAN Q-KEY
005820         INVALID KEY MOVE 1 TO EOF-Q
005830     END-START.
005840     IF EOF-Q NOT = 1
005850         PERFORM 9100-READ-QUOTE-NEXT
005860     END-IF.
005870     PERFORM 2200-RELEASE-ONE-PAYOFF
005880         UNTIL EOF-Q = 1.
005890     IF CORRECTED-MODE
005900         MOVE TX-ACCT-NO      TO S-ACCT-NO
005910         MOVE 'Z'             TO S-SOURCE
005920         MOVE 0               TO S-INTEREST
005930         RELEASE SORT-REC
005940     END-IF.
005950************************************************************
005960*      2100-RELEASE-ONE-PERIOD RELEASES ONE PERIOD HISTORY
005970*      RECORD WHEN ITS PERIOD FALLS IN THE TAX YEAR
005980************************************************************
005990 2100-RELEASE-ONE-PERIOD.
006000     IF PH-PERIOD-YEAR = TX-TAX-YEAR-X
006010        AND PH-INTEREST NUMERIC
006020        AND (ANNUAL-MODE OR PH-ACCT-NO = TX-ACCT-NO)
006030         ADD 1 TO PERIOD-CTR
006040         ADD PH-INTEREST      TO WS-PH-INT-SUM
006050         MOVE PH-ACCT-NO      TO S-ACCT-NO
006060         MOVE 'P'             TO S-SOURCE
006070         MOVE PH-INTEREST     TO S-INTEREST
006080         RELEASE SORT-REC
006090     END-IF.
006100     PERFORM 9000-READ-PERHIST.
006110************************************************************
006120*      2200-RELEASE-ONE-PAYOFF RELEASES THE QUOTED INTEREST OF
006130*      ONE QUOTE PAID OFF IN THE TAX YEAR
006140************************************************************
006150 2200-RELEASE-ONE-PAYOFF.
006160     IF QUOTE-IS-PAID
006170        AND Q-PAID-YYYY = TX-TAX-YEAR
006180        AND (ANNUAL-MODE OR Q-ACCT-NO = TX-ACCT-NO)
006190         ADD 1 TO PAYOFF-CTR
006200         ADD Q-INTEREST       TO WS-PO-INT-SUM
006210         MOVE Q-ACCT-NO       TO S-ACCT-NO
006220         MOVE 'Q'             TO S-SOURCE
006230         MOVE Q-INTEREST      TO S-INTEREST
006240         RELEASE SORT-REC
006250     END-IF.
006260     PERFORM 9100-READ-QUOTE-NEXT.
006270************************************************************
006280*      3000-BUILD-STATEMENTS IS THE SORT OUTPUT PROCEDURE.  IT
006290*      RETURNS THE INTEREST ENTRIES IN ACCOUNT ORDER AND
006300*      REPORTS EACH ACCOUNT ONCE ITS ENTRIES ARE ADDED UP
006310************************************************************
006320 3000-BUILD-STATEMENTS.
006330     PERFORM 3100-RETURN-SORTED-REC.
006340     PERFORM 3200-ONE-ACCOUNT
006350         UNTIL EOF-S = 1.
006360************************************************************
006370*      3100-RETURN-SORTED-REC PULLS THE NEXT ENTRY BACK FROM
006380*      THE SORT
006390************************************************************
006400 3100-RETURN-SORTED-REC.
006410     RETURN SORT-FILE
006420         AT END MOVE 1 TO EOF-S.
006430************************************************************
006440*      3200-ONE-ACCOUNT ADDS UP ONE ACCOUNT'S ENTRIES AND
006450*      REPORTS IT
006460************************************************************
006470 3200-ONE-ACCOUNT.
006480     MOVE S-ACCT-NO       TO WS-CUR-ACCT.
006490     MOVE 0               TO WS-ACCT-INT.
006500     PERFORM 3210-ADD-ONE-ENTRY
006510         UNTIL EOF-S = 1
006520         OR S-ACCT-NO NOT = WS-CUR-ACCT.
006530     PERFORM 3300-REPORT-ACCOUNT.
006540************************************************************
006550*      3210-ADD-ONE-ENTRY ADDS ONE ENTRY INTO THE ACCOUNT'S
006560*      INTEREST AND RETURNS THE NEXT
006570************************************************************
006580 3210-ADD-ONE-ENTRY.
006590     ADD S-INTEREST       TO WS-ACCT-INT.
006600     PERFORM 3100-RETURN-SORTED-REC.
006610************************************************************
006620*      3300-REPORT-ACCOUNT LOOKS UP THE BORROWER AND MAILING
006630*      ADDRESS, ADDS UP THE YEAR'S PAYMENTS, AND PRINTS THE
006640*      STATEMENT AND WRITES THE RETURN RECORD.  AN ACCOUNT
006650*      WITH NO INTEREST FOR THE YEAR IS PASSED OVER IN AN
006660*      ANNUAL RUN.  ONE THAT CANNOT BE MAILED - NO MASTER, NO
006670*      ADDRESS, OR AN ADDRESS MISSING ITS STREET, CITY, STATE
006680*      OR ZIP - GOES ON THE CONTROL REPORT INSTEAD
006690************************************************************
006700 3300-REPORT-ACCOUNT.
006710     IF CORRECTED-MODE OR WS-ACCT-INT NOT = 0
006720         PERFORM 3310-CHECK-MAILABLE
006730     END-IF.
006740************************************************************
006750*      3310-CHECK-MAILABLE READS THE MASTER AND ADDRESS AND
006760*      EITHER LISTS THE ACCOUNT AS AN EXCEPTION OR GOES ON TO
006770*      PRODUCE ITS STATEMENT
006780************************************************************
006790 3310-CHECK-MAILABLE.
006800     MOVE SPACES          TO WS-EXCP-REASON.
006810     MOVE WS-CUR-ACCT     TO M-ACCT-NO.
006820     READ MASTER-FILE
006830         INVALID KEY
006840             MOVE SPACES  TO M-NAME
006850             MOVE 'ACCOUNT NOT ON MASTER' TO WS-EXCP-REASON
006860     END-READ.
006870     IF WS-EXCP-REASON = SPACES
006880         MOVE WS-CUR-ACCT TO AD-ACCT-NO
006890         READ ADDR-FILE
006900             INVALID KEY
006910                 MOVE 'NO ADDRESS ON FILE' TO WS-EXCP-REASON
006920         END-READ
006930     END-IF.
006940     IF WS-EXCP-REASON = SPACES
006950         IF AD-ADDR1 = SPACES OR AD-CITY = SPACES
006960            OR AD-STATE = SPACES OR AD-ZIP = SPACES
006970             MOVE 'ADDRESS INCOMPLETE' TO WS-EXCP-REASON
006980         END-IF
006990     END-IF.
007000     IF WS-EXCP-REASON NOT = SPACES
007010         PERFORM 3900-WRITE-EXCEPTION
007020     ELSE
007030         PERFORM 3320-PRODUCE-STATEMENT
007040     END-IF.
007050************************************************************
007060*      3320-PRODUCE-STATEMENT FIGURES THE INTEREST PAID, THE
007070*      SMALLER OF THE INTEREST CHARGED AND THE NET PAYMENTS,
007080*      AND PRINTS THE STATEMENT AND WRITES THE RETURN RECORD
007090************************************************************
007100 3320-PRODUCE-STATEMENT.
007110     PERFORM 3400-SUM-PAYMENTS.
007120     IF WS-PAY-NET < WS-ACCT-INT
007130         MOVE WS-PAY-NET  TO WS-INT-PAID
007140     ELSE
007150         MOVE WS-ACCT-INT TO WS-INT-PAID
007160     END-IF.
007170     PERFORM 4000-PRINT-STATEMENT.
007180     PERFORM 5000-WRITE-RETURN-REC.
007190     ADD 1 TO STMT-CTR.
007200     ADD WS-ACCT-INT      TO WS-STMT-INT-SUM.
007210     ADD WS-INT-PAID      TO WS-STMT-PAID-SUM.
007220************************************************************
007230*      3400-SUM-PAYMENTS ADDS UP THE ACCOUNT'S PAYMENTS DATED
007240*      IN THE TAX YEAR.  EVERY PAYMENT RECEIVED COUNTS, LIVE
007250*      OR SINCE REVERSED, AND EVERY NSF REVERSAL ENTRY COMES
007260*      BACK OFF, SO THE FIGURE IS NET OF RETURNED ITEMS.
007270*      RECOVERIES ON A CHARGED-OFF BALANCE ARE NOT LOAN
007280*      PAYMENTS AND ARE LEFT OUT
007290************************************************************
007300 3400-SUM-PAYMENTS.
007310     MOVE 0               TO WS-PAY-GROSS.
007320     MOVE 0               TO WS-PAY-REV.
007330     MOVE 0               TO EOF-H.
007340     MOVE WS-CUR-ACCT     TO H-ACCT-NO.
007350     MOVE TX-TAX-YEAR     TO H-PAY-YYYY.
007360     MOVE 0               TO H-PAY-MMDD.
007370     MOVE 0               TO H-PAY-SEQ.
007380     START PAYHIST-FILE KEY NOT LESS THAN H-KEY
007390         INVALID KEY MOVE 1 TO EOF-H
007400     END-START.
007410     IF EOF-H NOT = 1
007420         PERFORM 9200-READ-HISTORY-NEXT
007430     END-IF.
007440     PERFORM 3410-ADD-ONE-PAYMENT
007450         UNTIL EOF-H = 1.
007460     COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-REV.
007470     IF WS-PAY-NET < 0
007480         MOVE 0 TO WS-PAY-NET
007490     END-IF.
007500************************************************************
007510*      3410-ADD-ONE-PAYMENT ADDS ONE HISTORY RECORD INTO THE
007520*      YEAR'S PAYMENTS OR REVERSALS WHILE THE RECORDS STILL
007530*      BELONG TO THE ACCOUNT AND THE TAX YEAR
007540************************************************************
007550 3410-ADD-ONE-PAYMENT.
007560     IF H-ACCT-NO NOT = WS-CUR-ACCT
007570        OR H-PAY-YYYY NOT = TX-TAX-YEAR
007580         MOVE 1 TO EOF-H
007590     ELSE
007600         EVALUATE TRUE
007610             WHEN HIST-IS-LIVE-PAYMENT
007620             WHEN HIST-IS-REVERSED
007630                 ADD H-PAY-AMT TO WS-PAY-GROSS
007640             WHEN HIST-IS-REVERSAL
007650                 ADD H-PAY-AMT TO WS-PAY-REV
007660         END-EVALUATE
007670         PERFORM 9200-READ-HISTORY-NEXT
007680     END-IF.
007690************************************************************
007700*      3900-WRITE-EXCEPTION LISTS AN ACCOUNT THAT GOT NO
007710*      STATEMENT ON THE CONTROL REPORT WITH THE REASON
007720************************************************************
007730 3900-WRITE-EXCEPTION.
007740     ADD 1 TO EXCP-CTR.
007750     MOVE WS-CUR-ACCT     TO CE-ACCT-NO.
007760     MOVE M-NAME          TO CE-NAME.
007770     MOVE WS-ACCT-INT     TO CE-INTEREST.
007780     MOVE WS-EXCP-REASON  TO CE-REASON.
007790     WRITE CTL-REC FROM CTL-EXCP-LINE
007800           AFTER ADVANCING 1 LINE.
007810************************************************************
007820*      4000-PRINT-STATEMENT PRINTS ONE BORROWER STATEMENT:
007830*      HEADING, THE CORRECTED NOTICE WHEN THIS IS A CORRECTED
007840*      RUN, THE MAILING ADDRESS BLOCK, THE ACCOUNT LINE, AND
007850*      THE YEAR'S FIGURES
007860************************************************************
007870 4000-PRINT-STATEMENT.
007880     MOVE TX-TAX-YEAR     TO H1-TAX-YEAR.
007890     WRITE STMT-REC FROM STMT-HEADING1
007900           AFTER ADVANCING PAGE.
007910     IF CORRECTED-MODE
007920         WRITE STMT-REC FROM STMT-CORRECTED-LINE
007930               AFTER ADVANCING 1 LINE
007940     END-IF.
007950     MOVE SPACES TO STMT-REC.
007960     WRITE STMT-REC AFTER ADVANCING 1 LINE.
007970     PERFORM 4200-PRINT-ADDRESS-BLOCK.
007980     MOVE SPACES TO STMT-REC.
007990     WRITE STMT-REC AFTER ADVANCING 1 LINE.
008000     MOVE WS-CUR-ACCT     TO SA-ACCT-NO.
008010     MOVE M-NAME          TO SA-NAME.
008020     WRITE STMT-REC FROM STMT-ACCT-LINE
008030           AFTER ADVANCING 1 LINE.
008040     WRITE STMT-REC FROM STMT-BODY1
008050           AFTER ADVANCING 2 LINES.
008060     WRITE STMT-REC FROM STMT-BODY2
008070           AFTER ADVANCING 1 LINE.
008080     MOVE SPACES TO STMT-REC.
008090     WRITE STMT-REC AFTER ADVANCING 1 LINE.
008100     MOVE 'INTEREST CHARGED'         TO SM-CAPTION.
008110     MOVE WS-ACCT-INT     TO SM-AMOUNT.
008120     PERFORM 4100-PRINT-MONEY-LINE.
008130     MOVE 'PAYMENTS RECEIVED'        TO SM-CAPTION.
008140     MOVE WS-PAY-NET      TO SM-AMOUNT.
008150     PERFORM 4100-PRINT-MONEY-LINE.
008160     MOVE 'INTEREST PAID'            TO SM-CAPTION.
008170     MOVE WS-INT-PAID     TO SM-AMOUNT.
008180     PERFORM 4100-PRINT-MONEY-LINE.
008190     MOVE SPACES TO STMT-REC.
008200     WRITE STMT-REC AFTER ADVANCING 1 LINE.
008210     WRITE STMT-REC FROM STMT-FOOTER1
008220           AFTER ADVANCING 1 LINE.
008230     WRITE STMT-REC FROM STMT-FOOTER2
008240           AFTER ADVANCING 1 LINE.
008250     WRITE STMT-REC FROM STMT-FOOTER3
008260           AFTER ADVANCING 1 LINE.
008270************************************************************
008280*      4100-PRINT-MONEY-LINE PRINTS THE CAPTION AND AMOUNT
008290*      SET UP IN STMT-MONEY-LINE
008300************************************************************
008310 4100-PRINT-MONEY-LINE.
008320     WRITE STMT-REC FROM STMT-MONEY-LINE
008330           AFTER ADVANCING 1 LINE.
008340************************************************************
008350*      4200-PRINT-ADDRESS-BLOCK PRINTS THE BORROWER'S NAME
008360*      AND MAILING ADDRESS, INDENTED FOR THE WINDOW
008370*      ENVELOPE: NAME, STREET, THE SECOND STREET LINE WHEN
008380*      THERE IS ONE, AND THE CITY-STATE-ZIP LINE
008390************************************************************
008400 4200-PRINT-ADDRESS-BLOCK.
008410     MOVE M-NAME          TO SD-ADDR-TEXT.
008420     PERFORM 4210-PRINT-ADDR-LINE.
008430     MOVE AD-ADDR1        TO SD-ADDR-TEXT.
008440     PERFORM 4210-PRINT-ADDR-LINE.
008450     IF AD-ADDR2 NOT = SPACES
008460         MOVE AD-ADDR2    TO SD-ADDR-TEXT
008470         PERFORM 4210-PRINT-ADDR-LINE
008480     END-IF.
008490     MOVE SPACES TO SD-ADDR-TEXT.
008500     STRING AD-CITY   DELIMITED BY '  '
008510            ', '      DELIMITED BY SIZE
008520            AD-STATE  DELIMITED BY SIZE
008530            ' '       DELIMITED BY SIZE
008540            AD-ZIP    DELIMITED BY SIZE
008550            INTO SD-ADDR-TEXT.
008560     PERFORM 4210-PRINT-ADDR-LINE.
008570************************************************************
008580*      4210-PRINT-ADDR-LINE PRINTS THE ADDRESS LINE SET UP
008590*      IN STMT-ADDR-LINE
008600************************************************************
008610 4210-PRINT-ADDR-LINE.
008620     WRITE STMT-REC FROM STMT-ADDR-LINE
008630           AFTER ADVANCING 1 LINE.
008640************************************************************
008650*      5000-WRITE-RETURN-REC WRITES THE BORROWER'S RECORD TO
008660*      THE INFORMATION-RETURN FILE
008670************************************************************
008680 5000-WRITE-RETURN-REC.
008690     MOVE TX-TAX-YEAR     TO IRB-TAX-YEAR.
008700     MOVE WS-CUR-ACCT     TO IRB-ACCT-NO.
008710     MOVE M-NAME          TO IRB-NAME.
008720     MOVE WS-INT-PAID     TO IRB-INT-PAID.
008730     MOVE WS-ACCT-INT     TO IRB-INT-CHARGED.
008740     MOVE WS-PAY-NET      TO IRB-PAYMENTS.
008750     MOVE AD-ADDR1        TO IRB-ADDR1.
008760     MOVE AD-ADDR2        TO IRB-ADDR2.
008770     MOVE AD-CITY         TO IRB-CITY.
008780     MOVE AD-STATE        TO IRB-STATE.
008790     MOVE AD-ZIP          TO IRB-ZIP.
008800     WRITE RETURN-REC FROM IR-DETAIL-DATA.
008810************************************************************
008820*      6000-TIE-TO-GL READS THE YEAR'S GLCLOSE BATCHES AND
008830*      ADDS UP THE CREDITS TO 4100 INTEREST INCOME - THE
008840*      INTEREST PROG9 CAPITALIZED AT EACH CLOSE
008850************************************************************
008860 6000-TIE-TO-GL.
008870     OPEN INPUT GLCLOSE-FILE.
008880     PERFORM 9300-READ-GLCLOSE.
008890     PERFORM 6100-ADD-ONE-GL-ENTRY
008900         UNTIL EOF-G = 1.
008910     CLOSE GLCLOSE-FILE.
008920************************************************************
008930*      6100-ADD-ONE-GL-ENTRY COUNTS A BATCH HEADER OR ADDS AN
008940*      INTEREST INCOME CREDIT, THEN READS THE NEXT RECORD
008950************************************************************
008960 6100-ADD-ONE-GL-ENTRY.
008970     IF GL-IS-HEADER
008980         ADD 1 TO GL-BATCH-CTR
008990     END-IF.
009000     IF GL-IS-DETAIL
009010        AND GD-ACCOUNT = 4100
009020        AND GD-DC = 'C'
009030        AND GD-AMOUNT NUMERIC
009040         ADD GD-AMOUNT    TO WS-GL-INT-SUM
009050     END-IF.
009060     PERFORM 9300-READ-GLCLOSE.
009070************************************************************
009080*      8000-PRINT-CONTROL-TOTALS PRINTS THE RUN TOTALS AND, IN
009090*      AN ANNUAL RUN, THE TIE OF THE YEAR'S PERIOD INTEREST TO
009100*      THE GLCLOSE INTEREST.  THE PAYOFF INTEREST WAS BOOKED
009110*      ON PROG4'S GL BATCHES, NOT GLCLOSE, SO IT IS SHOWN
009120*      APART FROM THE TIE.  OUT OF BALANCE SETS RETURN CODE
009130*      8, LIKE PROG6'S OUT-OF-BALANCE HOLD
009140************************************************************
009150 8000-PRINT-CONTROL-TOTALS.
009160     MOVE 'PERIOD INTEREST RECORDS READ'       TO CC-CAPTION.
009170     MOVE PERIOD-CTR      TO CC-COUNT.
009180     WRITE CTL-REC FROM CTL-COUNT-LINE
009190           AFTER ADVANCING 3 LINES.
009200     MOVE 'PAYOFFS READ'                       TO CC-CAPTION.
009210     MOVE PAYOFF-CTR      TO CC-COUNT.
009220     PERFORM 8100-PRINT-COUNT-LINE.
009230     MOVE 'STATEMENTS PRODUCED'                TO CC-CAPTION.
009240     MOVE STMT-CTR        TO CC-COUNT.
009250     PERFORM 8100-PRINT-COUNT-LINE.
009260     MOVE 'EXCEPTIONS - NO STATEMENT'          TO CC-CAPTION.
009270     MOVE EXCP-CTR        TO CC-COUNT.
009280     PERFORM 8100-PRINT-COUNT-LINE.
009290     MOVE 'INTEREST CHARGED ON STATEMENTS'     TO CM-CAPTION.
009300     MOVE WS-STMT-INT-SUM TO CM-AMOUNT.
009310     WRITE CTL-REC FROM CTL-MONEY-LINE
009320           AFTER ADVANCING 2 LINES.
009330     MOVE 'INTEREST PAID ON STATEMENTS'        TO CM-CAPTION.
009340     MOVE WS-STMT-PAID-SUM TO CM-AMOUNT.
009350     PERFORM 8200-PRINT-MONEY-LINE.
009360     MOVE 'PAYOFF INTEREST (BOOKED BY PROG4)'  TO CM-CAPTION.
009370     MOVE WS-PO-INT-SUM   TO CM-AMOUNT.
009380     PERFORM 8200-PRINT-MONEY-LINE.
009390     MOVE 'PERIOD INTEREST FROM PERIOD HISTORY' TO CM-CAPTION.
009400     MOVE WS-PH-INT-SUM   TO CM-AMOUNT.
009410     PERFORM 8200-PRINT-MONEY-LINE.
009420     IF CORRECTED-MODE
009430         MOVE 'GL TIE NOT DONE FOR A SINGLE ACCOUNT' TO CR-TEXT
009440         WRITE CTL-REC FROM CTL-RESULT-LINE
009450               AFTER ADVANCING 2 LINES
009460     ELSE
009470         PERFORM 8300-PRINT-GL-TIE
009480     END-IF.
009490************************************************************
009500*      8100-PRINT-COUNT-LINE PRINTS THE CAPTION AND COUNT SET
009510*      UP IN CTL-COUNT-LINE
009520************************************************************
009530 8100-PRINT-COUNT-LINE.
009540     WRITE CTL-REC FROM CTL-COUNT-LINE
009550           AFTER ADVANCING 1 LINE.
009560************************************************************
009570*      8200-PRINT-MONEY-LINE PRINTS THE CAPTION AND AMOUNT SET
009580*      UP IN CTL-MONEY-LINE
009590************************************************************
009600 8200-PRINT-MONEY-LINE.
009610     WRITE CTL-REC FROM CTL-MONEY-LINE
009620           AFTER ADVANCING 1 LINE.
009630************************************************************
009640*      8300-PRINT-GL-TIE PRINTS THE GLCLOSE INTEREST AGAINST
009650*      THE PERIOD HISTORY INTEREST AND THE DIFFERENCE WHEN
009660*      THEY DO NOT AGREE
009670************************************************************
009680 8300-PRINT-GL-TIE.
009690     MOVE 'GLCLOSE BATCHES READ'               TO CC-CAPTION.
009700     MOVE GL-BATCH-CTR    TO CC-COUNT.
009710     PERFORM 8100-PRINT-COUNT-LINE.
009720     MOVE 'GLCLOSE INTEREST INCOME CREDITS'    TO CM-CAPTION.
009730     MOVE WS-GL-INT-SUM   TO CM-AMOUNT.
009740     PERFORM 8200-PRINT-MONEY-LINE.
009750     COMPUTE WS-GL-DIFF = WS-PH-INT-SUM - WS-GL-INT-SUM.
009760     IF WS-GL-DIFF = 0
009770         MOVE 'PERIOD INTEREST TIES TO GLCLOSE - IN BALANCE'
009780              TO CR-TEXT
009790     ELSE
009800         MOVE 'PERIOD INTEREST DOES NOT TIE TO GLCLOSE'
009810              TO CR-TEXT
009820         MOVE 8 TO RETURN-CODE
009830     END-IF.
009840     WRITE CTL-REC FROM CTL-RESULT-LINE
009850           AFTER ADVANCING 2 LINES.
009860     IF WS-GL-DIFF NOT = 0
009870         MOVE 'DIFFERENCE (PERIOD HISTORY LESS GLCLOSE)'
009880              TO CM-CAPTION
009890         MOVE WS-GL-DIFF      TO CM-AMOUNT
009900         PERFORM 8200-PRINT-MONEY-LINE
009910     END-IF.
009920************************************************************
009930*      8500-WRITE-RETURN-TRAILER WRITES THE INFORMATION-RETURN
009940*      TRAILER WITH THE BORROWER RECORD COUNT AND THE TOTAL
009950*      INTEREST PAID REPORTED
009960************************************************************
009970 8500-WRITE-RETURN-TRAILER.
009980     MOVE TX-TAX-YEAR      TO IRC-TAX-YEAR.
009990     MOVE STMT-CTR         TO IRC-RECORD-CTR.
010000     MOVE WS-STMT-PAID-SUM TO IRC-INT-PAID.
010010     WRITE RETURN-REC FROM IR-TRAILER-DATA.
010020************************************************************
010030*      9000-READ-PERHIST READS THE NEXT PERIOD HISTORY RECORD
010040*      INTO THE STRUCTURE SET UP IN WORKING STORAGE
010050************************************************************
010060 9000-READ-PERHIST.
010070     READ PERHIST-FILE INTO PERHIST-DATA
010080          AT END MOVE 1 TO EOF-P.
010090************************************************************
010100*      9100-READ-QUOTE-NEXT READS THE NEXT PAYOFF QUOTE IN
010110*      KEY ORDER
010120************************************************************
010130 9100-READ-QUOTE-NEXT.
010140     READ QUOTE-FILE NEXT RECORD
010150          AT END MOVE 1 TO EOF-Q.
010160************************************************************
010170*      9200-READ-HISTORY-NEXT READS THE NEXT PAYMENT-HISTORY
010180*      RECORD IN KEY ORDER
010190************************************************************
010200 9200-READ-HISTORY-NEXT.
010210     READ PAYHIST-FILE NEXT RECORD
010220          AT END MOVE 1 TO EOF-H.
010230************************************************************
010240*      9300-READ-GLCLOSE READS THE NEXT GLCLOSE RECORD INTO
010250*      THE STRUCTURE SET UP IN WORKING STORAGE
010260************************************************************
010270 9300-READ-GLCLOSE.
010280     READ GLCLOSE-FILE INTO GL-DETAIL-DATA
010290          AT END MOVE 1 TO EOF-G.
