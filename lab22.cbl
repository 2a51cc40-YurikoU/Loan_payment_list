000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROG20.
000030 AUTHOR. TIM PATRICK.
000040 INSTALLATION. LOAN SERVICING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* LAB EXERCISE 3 - LATE-CHARGE ASSESSMENT.
000090*----------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------
000120* 10/15/2026 JAM  ORIGINAL PROGRAM.  ONCE A BILLING CYCLE
000130*                 THIS RUN SWEEPS THE LOAN MASTER AND
000140*                 ASSESSES A LATE CHARGE ON EVERY ACCOUNT
000150*                 THAT HAS PAID LESS THAN ITS MINIMUM THIS
000160*                 PERIOD AND WHOSE LAST LIVE PAYMENT IS
000170*                 OLDER THAN ITS BRANCH'S GRACE PERIOD.  THE
000180*                 CHARGE COMES FROM A SMALL FEE TABLE FILE
000190*                 - BRANCH (OR ALL BRANCHES), A FLAT AMOUNT
000200*                 OR A PERCENTAGE OF M-MIN-PAY, AND THE
000210*                 GRACE DAYS - EDITED BEFORE THE MASTER IS
000220*                 TOUCHED THE WAY PROG16 EDITS ITS RATE
000230*                 TABLE.  THE CHARGE GOES TO M-FEE-BAL, NOT
000240*                 M-LOAN, AND M-FEE-CYCLE REMEMBERS THE
000250*                 CYCLE SO A RERUN NEVER CHARGES THE SAME
000260*                 ACCOUNT TWICE.  EVERY CHARGED ACCOUNT
000270*                 WRITES BEFORE AND AFTER IMAGES IN PROG2'S
000280*                 AUDIT LAYOUT SO PROG5 CAN BACK THE RUN
000290*                 OUT, AND THE RUN'S TOTAL GOES TO THE
000300*                 LEDGER IN THE SAME GL INTERFACE SHAPE
000310*                 PROG4 AND PROG9 WRITE.
000311* 10/15/2026 JAM  THE MASTER LAYOUT NOW SHOWS THE LOAN
000312*                 STATUS AND CHARGE-OFF FIELDS.  ONLY AN
000313*                 ACTIVE LOAN IS ASSESSED - A CHARGED-OFF OR
000314*                 PAID-IN-FULL LOAN STILL CARRIES ITS LOAN
000315*                 AND PAID FIELDS AND WOULD OTHERWISE BE
000316*                 CHARGED ON THE LEFTOVER BALANCE.  THEY ARE
000317*                 COUNTED ON THE TRAILER.
000320*----------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MASTER-FILE  ASSIGN TO AS-S-MASTER
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS M-ACCT-NO
000430         FILE STATUS IS WS-MASTER-STATUS.
000440     SELECT OPTIONAL PAYHIST-FILE ASSIGN TO AS-S-PAYHIST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS H-KEY
000480         FILE STATUS IS WS-PAYHIST-STATUS.
000490     SELECT FEETAB-FILE  ASSIGN TO DA-S-FEETAB.
000500     SELECT LATEPARM-FILE ASSIGN TO DA-S-LATEPARM.
000510     SELECT AUDIT-FILE   ASSIGN TO DA-S-AUDIT.
000520     SELECT GLFEE-FILE   ASSIGN TO DA-S-GLFEE.
000530     SELECT LOG-FILE     ASSIGN TO UR-S-FEELOG.
000540 DATA DIVISION.
000550 FILE SECTION.
000560************************************************************
000570*      LOAN MASTER, KEYED BY ACCOUNT NUMBER.  SAME FIELDS AS
000580*      PROG2'S MASTER-REC
000590************************************************************
000600 FD  MASTER-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 01  MASTER-REC.
000630     03  M-ACCT-NO        PIC 9(6).
000640     03  M-NAME           PIC X(20).
000650     03  M-LOAN           PIC 99999V99.
000660     03  M-PAID1          PIC 9999V99.
000670     03  M-PAID2          PIC 9999V99.
000680     03  M-PAID3          PIC 9999V99.
000690     03  M-PAID4          PIC 9999V99.
000700     03  M-MIN-PAY        PIC 9999V99.
000710     03  M-INT-RATE       PIC 9V9999.
000720     03  M-BRANCH         PIC 9(2).
000730     03  M-FEE-BAL        PIC 9999V99.
000740     03  M-FEE-CYCLE      PIC X(6).
000741     03  M-STATUS         PIC X(1).
000742         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
000743         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
000744         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
000745     03  M-CO-DATE        PIC 9(8).
000746     03  M-CO-AMT         PIC 9(7)V99.
000747     03  M-RECOV-AMT      PIC 9(7)V99.
000750     03  FILLER           PIC X(11).
000760************************************************************
000770*      PAYMENT HISTORY FILE WRITTEN BY PROG4, KEYED BY
000780*      ACCOUNT, PAYMENT DATE, AND SEQUENCE.  READ ONLY TO
000790*      FIND THE LAST LIVE PAYMENT
000800************************************************************
000810 FD  PAYHIST-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  PAYHIST-REC.
000840     03  H-KEY.
000850         05  H-ACCT-NO    PIC 9(6).
000860         05  H-PAY-DATE   PIC 9(8).
000870         05  H-PAY-SEQ    PIC 9(2).
000880     03  H-PAY-AMT        PIC 9999V99.
000890     03  H-REC-TYPE       PIC X(1).
000900         88  HIST-IS-LIVE-PAYMENT     VALUE ' '.
000910     03  FILLER           PIC X(7).
000920************************************************************
000930*      FEE TABLE FILE - ONE LATE-CHARGE RULE PER RECORD: THE
000940*      BRANCH IT APPLIES TO (SPACES FOR EVERY BRANCH), THE
000950*      FEE TYPE (F = FLAT AMOUNT, P = PERCENTAGE OF THE
000960*      REQUIRED MINIMUM PAYMENT), THE FLAT AMOUNT, THE
000970*      PERCENTAGE, AND THE GRACE DAYS ALLOWED PAST THE LAST
000980*      PAYMENT BEFORE A CHARGE IS MADE
000990************************************************************
001000 FD  FEETAB-FILE
001010     BLOCK CONTAINS 0 RECORDS
001020     LABEL RECORDS ARE STANDARD.
001030 01  FEETAB-REC.
001040     03  FT-BRANCH        PIC X(2).
001050         88  FT-ALL-BRANCHES          VALUE SPACES.
001060     03  FT-FEE-TYPE      PIC X(1).
001070         88  FT-FLAT-FEE              VALUE 'F'.
001080         88  FT-PERCENT-FEE           VALUE 'P'.
001090     03  FT-FLAT-AMT      PIC 9999V99.
001100     03  FT-PCT           PIC 9V9999.
001110     03  FT-GRACE-DAYS    PIC 9(3).
001120     03  FILLER           PIC X(63).
001130************************************************************
001140*      ONE-RECORD PARAMETER FILE NAMING THE BILLING CYCLE
001150*      BEING ASSESSED
001160************************************************************
001170 FD  LATEPARM-FILE
001180     LABEL RECORDS ARE OMITTED.
001190 01  LATEPARM-REC         PIC X(80).
001200************************************************************
001210*      AUDIT FILE - ONE DATED BEFORE-IMAGE AND AFTER-IMAGE
001220*      PER CHARGED ACCOUNT, IN THE SAME LAYOUT PROG2 WRITES,
001230*      READ BACK BY PROG5 TO BACK A LATE-CHARGE RUN OUT
001240************************************************************
001250 FD  AUDIT-FILE
001260     BLOCK CONTAINS 0 RECORDS
001270     LABEL RECORDS ARE STANDARD.
001280 01  AUDIT-REC            PIC X(253).
001290************************************************************
001300*      GL INTERFACE FILE - THE RUN'S LATE-CHARGE INCOME IN
001310*      THE HEADER/DETAIL/TRAILER SHAPE PROG4 AND PROG9 WRITE
001320************************************************************
001330 FD  GLFEE-FILE
001340     BLOCK CONTAINS 0 RECORDS
001350     LABEL RECORDS ARE STANDARD.
001360 01  GLFEE-REC            PIC X(40).
001370************************************************************
001380*      LATE-CHARGE LOG - ONE LINE PER ACCOUNT CHARGED OR
001390*      PASSED OVER FOR A REASON THE OPERATOR SHOULD SEE
001400************************************************************
001410 FD  LOG-FILE
001420     LABEL RECORDS ARE OMITTED.
001430 01  LOG-REC              PIC X(80).
001440 WORKING-STORAGE SECTION.
001450************************************************************
001460*      LAYOUT FOR THE LATE-CHARGE PARAMETER RECORD
001470************************************************************
001480 01  LATEPARM-DATA.
001490     03  LP-CYCLE         PIC X(6).
001500     03  FILLER           PIC X(74).
001510************************************************************
001520*      LAYOUT FOR THE AUDIT RECORD, SAME AS AUDIT-DATA IN
001530*      PROG2.  A LATE CHARGE AUDITS AS AN 'L' TRANSACTION
001540************************************************************
001550 01  AUDIT-DATA.
001560     03  A-RUN-DATE       PIC 9(6).
001570     03  A-TR-CODE        PIC X(1).
001580     03  A-ACCT-NO        PIC 9(6).
001590     03  A-BEFORE-IMAGE   PIC X(120).
001600     03  A-AFTER-IMAGE    PIC X(120).
001610************************************************************
001620*      LAYOUTS FOR THE GL INTERFACE RECORDS.  THE LEDGER
001630*      ACCOUNTS ARE 1250 FEES RECEIVABLE, 4200 LATE CHARGE
001640*      INCOME
001650************************************************************
001660 01  GL-HEADER-DATA.
001670     03  FILLER           PIC X(1)     VALUE 'H'.
001680     03  GH-RUN-DATE      PIC 9(6).
001690     03  GH-SOURCE        PIC X(6)     VALUE 'PROG20'.
001700     03  FILLER           PIC X(27)    VALUE SPACES.
001710 01  GL-DETAIL-DATA.
001720     03  FILLER           PIC X(1)     VALUE 'D'.
001730     03  GD-ACCOUNT       PIC 9(4).
001740     03  GD-DC            PIC X(1).
001750     03  GD-AMOUNT        PIC 9(7)V99.
001760     03  GD-DESC          PIC X(20).
001770     03  FILLER           PIC X(5)     VALUE SPACES.
001780 01  GL-TRAILER-DATA.
001790     03  FILLER           PIC X(1)     VALUE 'T'.
001800     03  GLT-ENTRY-CTR    PIC 9(5).
001810     03  GLT-DR-SUM       PIC 9(8)V99.
001820     03  GLT-CR-SUM       PIC 9(8)V99.
001830     03  FILLER           PIC X(14)    VALUE SPACES.
001840************************************************************
001850*      RUNNING GL ENTRY COUNT AND DEBIT/CREDIT HASH TOTALS
001860*      FOR THE TRAILER RECORD
001870************************************************************
001880 01  WS-GL-TOTALS.
001890     03  WS-GL-ENTRY-CTR  PIC 9(5)     VALUE 0    COMP.
001900     03  WS-GL-DR-SUM     PIC 9(8)V99  VALUE 0.
001910     03  WS-GL-CR-SUM     PIC 9(8)V99  VALUE 0.
001920************************************************************
001930*      LAYOUT FOR THE LATE-CHARGE LOG DETAIL LINE
001940************************************************************
001950 01  LOG-DATA1.
001960     03  G-ACCT-NO        PIC 9(6).
001970     03  FILLER           PIC X(2)    VALUE SPACES.
001980     03  G-BRANCH         PIC 9(2).
001990     03  FILLER           PIC X(2)    VALUE SPACES.
002000     03  G-DAYS           PIC ZZZ9.
002010     03  FILLER           PIC X(2)    VALUE SPACES.
002020     03  G-FEE            PIC ZZZ9.99.
002030     03  FILLER           PIC X(2)    VALUE SPACES.
002040     03  G-FEE-BAL        PIC ZZZ9.99.
002050     03  FILLER           PIC X(2)    VALUE SPACES.
002060     03  G-RESULT         PIC X(28).
002070************************************************************
002080*      LAYOUT FOR THE LATE-CHARGE LOG HEADING LINE
002090************************************************************
002100 01  LOG-HEADING1.
002110     03                  PIC X(7)    VALUE 'ACCT NO'.
002120     03                  PIC X(1)    VALUE SPACES.
002130     03                  PIC X(2)    VALUE 'BR'.
002140     03                  PIC X(2)    VALUE SPACES.
002150     03                  PIC X(4)    VALUE 'DAYS'.
002160     03                  PIC X(2)    VALUE SPACES.
002170     03                  PIC X(7)    VALUE '    FEE'.
002180     03                  PIC X(2)    VALUE SPACES.
002190     03                  PIC X(7)    VALUE 'FEE BAL'.
002200     03                  PIC X(2)    VALUE SPACES.
002210     03                  PIC X(6)    VALUE 'RESULT'.
002220 01  LOG-HEADING2.
002230     03                  PIC X(15)   VALUE 'BILLING CYCLE: '.
002240     03  GH-CYCLE         PIC X(6).
002250************************************************************
002260*      LAYOUTS FOR THE LATE-CHARGE LOG TRAILER LINES
002270************************************************************
002280 01  LOG-TRAILER1.
002290     03  FILLER           PIC X(15)  VALUE 'ACCOUNTS READ:'.
002300     03  GT-READ-CTR      PIC ZZZZ9.
002310     03  FILLER           PIC X(3)   VALUE SPACES.
002320     03  FILLER           PIC X(17)  VALUE
002330         'ACCOUNTS CHARGED:'.
002340     03  FILLER           PIC X(1)   VALUE SPACES.
002350     03  GT-CHARGE-CTR    PIC ZZZZ9.
002360     03  FILLER           PIC X(3)   VALUE SPACES.
002370     03  FILLER           PIC X(16)  VALUE
002380         'ALREADY CHARGED:'.
002390     03  FILLER           PIC X(1)   VALUE SPACES.
002400     03  GT-ALREADY-CTR   PIC ZZZZ9.
002410 01  LOG-TRAILER2.
002420     03  FILLER           PIC X(20)  VALUE
002430         'TOTAL LATE CHARGES:'.
002440     03  GT-FEE-SUM       PIC $ZZZZZZ9.99.
002441     03  FILLER           PIC X(3)   VALUE SPACES.
002442     03  FILLER           PIC X(20)  VALUE
002443         'NOT ACTIVE, SKIPPED:'.
002444     03  FILLER           PIC X(1)   VALUE SPACES.
002445     03  GT-INACTIVE-CTR  PIC ZZZZ9.
002450 01  MISC.
002460************************************************************
002470*      END OF FILE (EOF) SWITCHES        *
002480*    0=NOT AT EOF       1=AT EOF        *
002490************************************************************
002500     03  EOF-F            PIC 9        VALUE 0.
002510     03  EOF-M            PIC 9        VALUE 0.
002520     03  EOF-H            PIC 9        VALUE 0.
002530     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
002540     03  WS-PAYHIST-STATUS PIC X(2)    VALUE SPACES.
002550     03  READ-CTR         PIC 9(6)     VALUE 0    COMP.
002560     03  CHARGE-CTR       PIC 9(6)     VALUE 0    COMP.
002570     03  ALREADY-CTR      PIC 9(6)     VALUE 0    COMP.
002575     03  INACTIVE-CTR     PIC 9(6)     VALUE 0    COMP.
002580     03  WS-TBL-SUB       PIC 9(2)     VALUE 0    COMP.
002590     03  WS-FEE-SUM       PIC 9(7)V99  VALUE 0.
002600************************************************************
002610*      THE FEE TABLE LOADED TO STORAGE, AT MOST 50 ENTRIES.
002620*      THE SWEEP CHECKS EACH ACCOUNT AGAINST THE ENTRIES IN
002630*      FILE ORDER AND APPLIES THE FIRST THAT MATCHES, SO A
002640*      BRANCH ENTRY AHEAD OF AN ALL-BRANCHES ENTRY WINS
002650************************************************************
002660 01  WS-FEE-TABLE.
002670     03  WS-FEE-CTR       PIC 9(2)     VALUE 0    COMP.
002680     03  WS-FEE-ENTRY OCCURS 50 TIMES.
002690         05  WS-FT-BRANCH     PIC X(2).
002700         05  WS-FT-FEE-TYPE   PIC X(1).
002710         05  WS-FT-FLAT-AMT   PIC 9999V99.
002720         05  WS-FT-PCT        PIC 9V9999.
002730         05  WS-FT-GRACE-DAYS PIC 9(3).
002740************************************************************
002750*      MATCH SWITCH SET BY THE TABLE SCAN, AND THE ENTRY THE
002760*      SCAN LANDED ON
002770************************************************************
002780 01  WS-MATCH-SW          PIC X        VALUE 'N'.
002790     88  ENTRY-MATCHED                 VALUE 'Y'.
002800     88  ENTRY-NOT-MATCHED             VALUE 'N'.
002810 01  WS-MATCH-SUB         PIC 9(2)     VALUE 0    COMP.
002820************************************************************
002830*      ASSESSMENT WORK FIELDS - THE BALANCE COMPUTED THE WAY
002840*      PROG1'S 2200-BUILD-CURR-REC DOES, THE LATEST LIVE
002850*      PAYMENT DATE AND THE DAYS SINCE ON PROG11'S 360-DAY
002860*      YEAR, AND THE CHARGE.  THE DAY COUNT IS SIGNED WHILE
002870*      COMPUTED SO A POST-DATED PAYMENT CANNOT WRAP IT
002880************************************************************
002890 01  WS-ASSESS-WORK.
002900     03  WS-PAID-SUM      PIC 99999V99 VALUE 0.
002910     03  WS-CALC-INT      PIC 9(6)V99  VALUE 0.
002920     03  WS-CALC-BAL      PIC 9(7)V99  VALUE 0.
002930     03  WS-LAST-PAY-DATE PIC 9(8)     VALUE 0.
002940     03  WS-LAST-PAY-SPLIT REDEFINES WS-LAST-PAY-DATE.
002950         05  WS-LP-YYYY   PIC 9(4).
002960         05  WS-LP-MM     PIC 9(2).
002970         05  WS-LP-DD     PIC 9(2).
002980     03  WS-DAYS-SINCE    PIC S9(5)    VALUE 0    COMP.
002990     03  WS-DAYS-PAST     PIC 9(4)     VALUE 0.
003000     03  WS-FEE-AMT       PIC 9999V99  VALUE 0.
003010     03  WS-NEW-FEE-BAL   PIC 9(5)V99  VALUE 0.
003020************************************************************
003030*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME, TO
003040*      STAMP THE AUDIT IMAGES AND THE GL HEADER AND TO AGE
003050*      THE LAST PAYMENT.  THE CENTURY WINDOW PUTS EVERY
003060*      TWO-DIGIT YEAR IN 20XX, THE SAME WAY PROG4'S PAYMENT
003070*      DATES ARE CUT
003080************************************************************
003090 01  WS-SYSTEM-DATE.
003100     03  WS-SYS-YY        PIC 99.
003110     03  WS-SYS-MM        PIC 99.
003120     03  WS-SYS-DD        PIC 99.
003130 01  WS-CURRENT-DATE.
003140     03  WS-CUR-YYYY      PIC 9(4)     VALUE 0.
003150     03  WS-CUR-MM        PIC 99       VALUE 0.
003160     03  WS-CUR-DD        PIC 99       VALUE 0.
003170************************************************************
003180*      START OF PROCEDURE DIVISION
003190************************************************************
003200 PROCEDURE DIVISION.
003210************************************************************
003220* THE MAINLINE IS RESPONSIBILE FOR THE FLOW OF THE LOGIC
003230* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
003240* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
003250************************************************************
003260 000-MAINLINE.
003270     ACCEPT WS-SYSTEM-DATE FROM DATE.
003280     COMPUTE WS-CUR-YYYY = 2000 + WS-SYS-YY.
003290     MOVE WS-SYS-MM TO WS-CUR-MM.
003300     MOVE WS-SYS-DD TO WS-CUR-DD.
003310     PERFORM 1000-READ-LATEPARM.
003320     PERFORM 1100-LOAD-FEE-TABLE.
003330     OPEN I-O   MASTER-FILE.
003340     IF WS-MASTER-STATUS NOT = '00'
003350         DISPLAY 'PROG20: MASTER-FILE OPEN FAILED, STATUS '
003360                 WS-MASTER-STATUS
003370         STOP RUN
003380     END-IF.
003390     OPEN INPUT PAYHIST-FILE.
003400     IF WS-PAYHIST-STATUS NOT = '00'
003410         AND WS-PAYHIST-STATUS NOT = '05'
003420         DISPLAY 'PROG20: PAYHIST-FILE OPEN FAILED, STATUS '
003430                 WS-PAYHIST-STATUS
003440         STOP RUN
003450     END-IF.
003460     OPEN OUTPUT AUDIT-FILE
003470          OUTPUT GLFEE-FILE
003480          OUTPUT LOG-FILE.
003490     MOVE WS-SYSTEM-DATE TO A-RUN-DATE.
003500     MOVE LP-CYCLE       TO GH-CYCLE.
003510     WRITE LOG-REC FROM LOG-HEADING2
003520           AFTER ADVANCING 1 LINE.
003530     WRITE LOG-REC FROM LOG-HEADING1
003540           AFTER ADVANCING 2 LINES.
003550     PERFORM 9000-READ-MASTER.
003560     PERFORM 2000-CHECK-ONE-ACCOUNT
003570         UNTIL EOF-M = 1.
003580     PERFORM 7500-WRITE-GL-INTERFACE.
003590     PERFORM 8000-PRINT-TRAILER.
003600     CLOSE MASTER-FILE
003610           PAYHIST-FILE
003620           AUDIT-FILE
003630           GLFEE-FILE
003640           LOG-FILE.
003650     STOP RUN.
003660************************************************************
003670*      1000-READ-LATEPARM READS THE ONE-RECORD PARAMETER
003680*      FILE NAMING THE BILLING CYCLE BEING ASSESSED.  A
003690*      MISSING OR EMPTY PARAMETER IS AN OPERATOR ERROR -
003700*      WITHOUT A CYCLE THE RUN CANNOT TELL WHICH ACCOUNTS
003710*      ARE ALREADY CHARGED - SO THE RUN STOPS
003720************************************************************
003730 1000-READ-LATEPARM.
003740     OPEN INPUT LATEPARM-FILE.
003750     READ LATEPARM-FILE INTO LATEPARM-DATA
003760          AT END
003770              DISPLAY 'PROG20: EMPTY LATE CHARGE PARM FILE'
003780              MOVE 8 TO RETURN-CODE
003790              STOP RUN.
003800     CLOSE LATEPARM-FILE.
003810     IF LP-CYCLE = SPACES
003820         DISPLAY 'PROG20: NO BILLING CYCLE GIVEN'
003830         MOVE 8 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860************************************************************
003870*      1100-LOAD-FEE-TABLE READS THE WHOLE FEE TABLE INTO
003880*      STORAGE, EDITING EVERY ENTRY BEFORE THE MASTER IS
003890*      EVER TOUCHED.  A BAD ENTRY OR AN OVERFULL TABLE
003900*      STOPS THE RUN WITH RETURN CODE 8 BEFORE A SINGLE
003910*      ACCOUNT IS CHARGED
003920************************************************************
003930 1100-LOAD-FEE-TABLE.
003940     OPEN INPUT FEETAB-FILE.
003950     PERFORM 9200-READ-FEETAB.
003960     PERFORM 1200-LOAD-ONE-ENTRY
003970         UNTIL EOF-F = 1.
003980     CLOSE FEETAB-FILE.
003990     IF WS-FEE-CTR = 0
004000         DISPLAY 'PROG20: EMPTY FEE TABLE'
004010         MOVE 8 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040************************************************************
004050*      1200-LOAD-ONE-ENTRY EDITS THE CURRENT TABLE RECORD,
004060*      PUTS IT IN THE NEXT TABLE SLOT, AND READS THE NEXT
004070************************************************************
004080 1200-LOAD-ONE-ENTRY.
004090     PERFORM 1500-EDIT-TABLE-ENTRY.
004100     IF WS-FEE-CTR >= 50
004110         DISPLAY 'PROG20: FEE TABLE FULL'
004120         MOVE 8 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150     ADD 1 TO WS-FEE-CTR.
004160     MOVE FT-BRANCH     TO WS-FT-BRANCH     (WS-FEE-CTR).
004170     MOVE FT-FEE-TYPE   TO WS-FT-FEE-TYPE   (WS-FEE-CTR).
004180     MOVE FT-FLAT-AMT   TO WS-FT-FLAT-AMT   (WS-FEE-CTR).
004190     MOVE FT-PCT        TO WS-FT-PCT        (WS-FEE-CTR).
004200     MOVE FT-GRACE-DAYS TO WS-FT-GRACE-DAYS (WS-FEE-CTR).
004210     PERFORM 9200-READ-FEETAB.
004220************************************************************
004230*      1500-EDIT-TABLE-ENTRY CHECKS ONE FEE TABLE RECORD:
004240*      BRANCH NUMERIC OR SPACES, FEE TYPE F OR P, THE FLAT
004250*      AMOUNT AND PERCENTAGE NUMERIC, THE PERCENTAGE NOT
004260*      OVER 100 PERCENT OF THE MINIMUM, AND THE GRACE DAYS
004270*      NUMERIC.  ANY FAILURE STOPS THE RUN WITH RETURN
004280*      CODE 8
004290************************************************************
004300 1500-EDIT-TABLE-ENTRY.
004310     IF NOT FT-ALL-BRANCHES AND FT-BRANCH NOT NUMERIC
004320         DISPLAY 'PROG20: INVALID TABLE BRANCH ' FT-BRANCH
004330         MOVE 8 TO RETURN-CODE
004340         STOP RUN
004350     END-IF.
004360     IF NOT FT-FLAT-FEE AND NOT FT-PERCENT-FEE
004370         DISPLAY 'PROG20: INVALID FEE TYPE ' FT-FEE-TYPE
004380         MOVE 8 TO RETURN-CODE
004390         STOP RUN
004400     END-IF.
004410     IF FT-FLAT-AMT NOT NUMERIC OR FT-PCT NOT NUMERIC
004420         DISPLAY 'PROG20: INVALID TABLE FEE AMOUNT'
004430         MOVE 8 TO RETURN-CODE
004440         STOP RUN
004450     END-IF.
004460     IF FT-PCT > 1.0000
004470         DISPLAY 'PROG20: TABLE PERCENTAGE OVER 100 PCT'
004480         MOVE 8 TO RETURN-CODE
004490         STOP RUN
004500     END-IF.
004510     IF FT-GRACE-DAYS NOT NUMERIC
004520         DISPLAY 'PROG20: INVALID GRACE DAYS'
004530         MOVE 8 TO RETURN-CODE
004540         STOP RUN
004550     END-IF.
004560************************************************************
004570*      2000-CHECK-ONE-ACCOUNT DECIDES WHETHER THE CURRENT
004580*      MASTER RECORD OWES A LATE CHARGE THIS CYCLE AND
004590*      ASSESSES IT WHEN IT DOES.  AN ACCOUNT ALREADY CHARGED
004600*      FOR THE CYCLE, WITH NOTHING OWING, THAT HAS PAID ITS
004610*      MINIMUM, OR WITH NO FEE TABLE ENTRY FOR ITS BRANCH
004620*      IS PASSED OVER.  A LOAN THAT IS NO LONGER ACTIVE -
004621*      CHARGED OFF OR PAID IN FULL - IS ONLY COUNTED
004630************************************************************
004640 2000-CHECK-ONE-ACCOUNT.
004650     ADD 1 TO READ-CTR.
004655     IF NOT LOAN-IS-ACTIVE
004656         ADD 1 TO INACTIVE-CTR
004657     ELSE
004660         IF M-FEE-CYCLE = LP-CYCLE
004670             ADD 1 TO ALREADY-CTR
004680         ELSE
004690             COMPUTE WS-PAID-SUM = M-PAID1 + M-PAID2
004700                                 + M-PAID3 + M-PAID4
004710             COMPUTE WS-CALC-INT ROUNDED = M-LOAN * M-INT-RATE
004720             COMPUTE WS-CALC-BAL = M-LOAN + WS-CALC-INT
004730                                 - WS-PAID-SUM + M-FEE-BAL
004740             IF WS-CALC-BAL > 0 AND WS-PAID-SUM < M-MIN-PAY
004750                 PERFORM 2100-SCAN-FEE-TABLE
004760                 IF ENTRY-MATCHED
004770                     PERFORM 2200-FIND-LAST-PAYMENT
004780                     PERFORM 2300-COMPUTE-DAYS-SINCE
004790                     IF WS-DAYS-PAST >
004800                        WS-FT-GRACE-DAYS (WS-MATCH-SUB)
004810                         PERFORM 3000-ASSESS-LATE-CHARGE
004820                     END-IF
004830                 END-IF
004840             END-IF
004845         END-IF
004850     END-IF.
004860     PERFORM 9000-READ-MASTER.
004870************************************************************
004880*      2100-SCAN-FEE-TABLE CHECKS THE TABLE ENTRIES IN FILE
004890*      ORDER, A SLOT AT A TIME THROUGH 2150-CHECK-ONE-SLOT,
004900*      AND STOPS AT THE FIRST MATCH
004910************************************************************
004920 2100-SCAN-FEE-TABLE.
004930     SET ENTRY-NOT-MATCHED TO TRUE.
004940     MOVE 1 TO WS-TBL-SUB.
004950     PERFORM 2150-CHECK-ONE-SLOT
004960         UNTIL WS-TBL-SUB > WS-FEE-CTR
004970         OR ENTRY-MATCHED.
004980************************************************************
004990*      2150-CHECK-ONE-SLOT COMPARES ONE TABLE SLOT'S BRANCH
005000*      (OR ALL BRANCHES) AGAINST THE CURRENT MASTER RECORD
005010************************************************************
005020 2150-CHECK-ONE-SLOT.
005030     IF WS-FT-BRANCH (WS-TBL-SUB) = SPACES
005040        OR WS-FT-BRANCH (WS-TBL-SUB) = M-BRANCH
005050         SET ENTRY-MATCHED TO TRUE
005060         MOVE WS-TBL-SUB TO WS-MATCH-SUB
005070     END-IF.
005080     ADD 1 TO WS-TBL-SUB.
005090************************************************************
005100*      2200-FIND-LAST-PAYMENT POSITIONS THE HISTORY FILE AT
005110*      THE ACCOUNT'S FIRST PAYMENT AND READS FORWARD TO THE
005120*      LAST ONE, KEEPING THE LATEST LIVE PAYMENT DATE SEEN,
005130*      THE SAME WAY PROG11 DOES.  AN ACCOUNT WITH NO
005140*      HISTORY LEAVES THE DATE AT ZERO
005150************************************************************
005160 2200-FIND-LAST-PAYMENT.
005170     MOVE 0               TO WS-LAST-PAY-DATE.
005180     MOVE 0               TO EOF-H.
005190     MOVE M-ACCT-NO       TO H-ACCT-NO.
005200     MOVE 0               TO H-PAY-DATE.
005210     MOVE 0               TO H-PAY-SEQ.
005220     START PAYHIST-FILE KEY NOT LESS THAN H-KEY
005230         INVALID KEY MOVE 1 TO EOF-H
005240     END-START.
005250     IF EOF-H NOT = 1
005260         PERFORM 9100-READ-HISTORY-NEXT
005270     END-IF.
005280     PERFORM 2250-CHECK-ONE-PAYMENT
005290         UNTIL EOF-H = 1.
005300************************************************************
005310*      2250-CHECK-ONE-PAYMENT KEEPS THE LATEST LIVE PAYMENT
005320*      DATE WHILE THE HISTORY RECORDS STILL BELONG TO THE
005330*      ACCOUNT, AND STOPS THE SCAN AT THE FIRST RECORD THAT
005340*      DOES NOT.  A REVERSED PAYMENT AND THE REVERSAL ENTRY
005350*      ITSELF DO NOT COUNT
005360************************************************************
005370 2250-CHECK-ONE-PAYMENT.
005380     IF H-ACCT-NO NOT = M-ACCT-NO
005390         MOVE 1 TO EOF-H
005400     ELSE
005410         IF HIST-IS-LIVE-PAYMENT
005420            AND H-PAY-DATE > WS-LAST-PAY-DATE
005430             MOVE H-PAY-DATE TO WS-LAST-PAY-DATE
005440         END-IF
005450         PERFORM 9100-READ-HISTORY-NEXT
005460     END-IF.
005470************************************************************
005480*      2300-COMPUTE-DAYS-SINCE COUNTS THE DAYS FROM THE LAST
005490*      LIVE PAYMENT TO THE RUN DATE ON PROG11'S 360-DAY YEAR
005500*      OF TWELVE 30-DAY MONTHS.  NO HISTORY COUNTS AS 9999
005510*      DAYS, AND A POST-DATED PAYMENT AS ZERO
005520************************************************************
005530 2300-COMPUTE-DAYS-SINCE.
005540     IF WS-LAST-PAY-DATE = 0
005550         MOVE 9999 TO WS-DAYS-PAST
005560     ELSE
005570         COMPUTE WS-DAYS-SINCE
005580             = (WS-CUR-YYYY - WS-LP-YYYY) * 360
005590             + (WS-CUR-MM   - WS-LP-MM)   * 30
005600             + (WS-CUR-DD   - WS-LP-DD)
005610         IF WS-DAYS-SINCE < 0
005620             MOVE 0 TO WS-DAYS-PAST
005630         ELSE
005640             IF WS-DAYS-SINCE > 9999
005650                 MOVE 9999 TO WS-DAYS-PAST
005660             ELSE
005670                 MOVE WS-DAYS-SINCE TO WS-DAYS-PAST
005680             END-IF
005690         END-IF
005700     END-IF.
005710************************************************************
005720*      3000-ASSESS-LATE-CHARGE WORKS OUT THE MATCHED ENTRY'S
005730*      CHARGE - THE FLAT AMOUNT, OR THE PERCENTAGE OF
005740*      M-MIN-PAY ROUNDED TO THE CENT - AND ADDS IT TO THE
005750*      FEE BALANCE, STAMPING THE CYCLE.  A ZERO CHARGE IS
005760*      NOT MADE.  A CHARGE THAT WOULD OVERFLOW M-FEE-BAL IS
005770*      LOGGED AND NOT MADE, FOR THE OPERATOR TO LOOK INTO
005780************************************************************
005790 3000-ASSESS-LATE-CHARGE.
005800     IF WS-FT-FEE-TYPE (WS-MATCH-SUB) = 'F'
005810         MOVE WS-FT-FLAT-AMT (WS-MATCH-SUB) TO WS-FEE-AMT
005820     ELSE
005830         COMPUTE WS-FEE-AMT ROUNDED
005840             = M-MIN-PAY * WS-FT-PCT (WS-MATCH-SUB)
005850     END-IF.
005860     IF WS-FEE-AMT > 0
005870         COMPUTE WS-NEW-FEE-BAL = M-FEE-BAL + WS-FEE-AMT
005880         IF WS-NEW-FEE-BAL > 9999.99
005890             MOVE 'FEE BALANCE WOULD OVERFLOW' TO G-RESULT
005900             PERFORM 3100-WRITE-LOG-LINE
005910         ELSE
005920             PERFORM 3200-CHARGE-ACCOUNT
005930         END-IF
005940     END-IF.
005950************************************************************
005960*      3100-WRITE-LOG-LINE WRITES ONE LINE TO THE LATE-CHARGE
005970*      LOG FOR THE CURRENT ACCOUNT AND THE RESULT IN
005980*      G-RESULT
005990************************************************************
006000 3100-WRITE-LOG-LINE.
006010     MOVE M-ACCT-NO       TO G-ACCT-NO.
006020     MOVE M-BRANCH        TO G-BRANCH.
006030     MOVE WS-DAYS-PAST    TO G-DAYS.
006040     MOVE WS-FEE-AMT      TO G-FEE.
006050     MOVE M-FEE-BAL       TO G-FEE-BAL.
006060     WRITE LOG-REC FROM LOG-DATA1
006070           AFTER ADVANCING 1 LINE.
006080************************************************************
006090*      3200-CHARGE-ACCOUNT REWRITES THE ACCOUNT WITH THE
006100*      CHARGE ADDED TO M-FEE-BAL AND THE CYCLE IN
006110*      M-FEE-CYCLE, WRITING THE BEFORE-IMAGE AND AFTER-IMAGE
006120*      TO THE AUDIT FILE THE WAY PROG2 DOES SO PROG5 CAN
006130*      BACK THE RUN OUT, AND LOGS THE CHARGE
006140************************************************************
006150 3200-CHARGE-ACCOUNT.
006160     MOVE MASTER-REC      TO A-BEFORE-IMAGE.
006170     ADD WS-FEE-AMT       TO M-FEE-BAL.
006180     MOVE LP-CYCLE        TO M-FEE-CYCLE.
006190     REWRITE MASTER-REC.
006200     MOVE MASTER-REC      TO A-AFTER-IMAGE.
006210     MOVE 'L'             TO A-TR-CODE.
006220     MOVE M-ACCT-NO       TO A-ACCT-NO.
006230     WRITE AUDIT-REC FROM AUDIT-DATA.
006240     ADD 1 TO CHARGE-CTR.
006250     ADD WS-FEE-AMT       TO WS-FEE-SUM.
006260     MOVE 'LATE CHARGE ASSESSED' TO G-RESULT.
006270     PERFORM 3100-WRITE-LOG-LINE.
006280************************************************************
006290*      7500-WRITE-GL-INTERFACE WRITES THE RUN'S GL BATCH:
006300*      THE DATED HEADER, A DEBIT TO FEES RECEIVABLE AND A
006310*      CREDIT TO LATE CHARGE INCOME FOR THE CHARGES MADE,
006320*      AND THE TRAILER WITH THE ENTRY COUNT AND DEBIT/CREDIT
006330*      HASH TOTALS THE LEDGER LOAD CHECKS
006340************************************************************
006350 7500-WRITE-GL-INTERFACE.
006360     MOVE WS-SYSTEM-DATE  TO GH-RUN-DATE.
006370     WRITE GLFEE-REC FROM GL-HEADER-DATA.
006380     IF WS-FEE-SUM > 0
006390         MOVE 1250            TO GD-ACCOUNT
006400         MOVE 'D'             TO GD-DC
006410         MOVE WS-FEE-SUM      TO GD-AMOUNT
006420         MOVE 'LATE CHARGES BILLED' TO GD-DESC
006430         PERFORM 7600-WRITE-GL-ENTRY
006440         MOVE 4200            TO GD-ACCOUNT
006450         MOVE 'C'             TO GD-DC
006460         MOVE WS-FEE-SUM      TO GD-AMOUNT
006465         MOVE 'LATE CHARGE INCOME' TO GD-DESC
006470         PERFORM 7600-WRITE-GL-ENTRY
006480     END-IF.
006490     MOVE WS-GL-ENTRY-CTR TO GLT-ENTRY-CTR.
006500     MOVE WS-GL-DR-SUM    TO GLT-DR-SUM.
006510     MOVE WS-GL-CR-SUM    TO GLT-CR-SUM.
006520     WRITE GLFEE-REC FROM GL-TRAILER-DATA.
006530************************************************************
006540*      7600-WRITE-GL-ENTRY WRITES THE ENTRY SET UP IN
006550*      GL-DETAIL-DATA AND ADDS IT TO THE COUNT AND TO THE
006560*      DEBIT OR CREDIT HASH TOTAL
006570************************************************************
006580 7600-WRITE-GL-ENTRY.
006590     WRITE GLFEE-REC FROM GL-DETAIL-DATA.
006600     ADD 1 TO WS-GL-ENTRY-CTR.
006610     IF GD-DC = 'D'
006620         ADD GD-AMOUNT TO WS-GL-DR-SUM
006630     ELSE
006640         ADD GD-AMOUNT TO WS-GL-CR-SUM
006650     END-IF.
006660************************************************************
006670*      8000-PRINT-TRAILER PRINTS THE COUNTS OF ACCOUNTS READ,
006680*      CHARGED, AND ALREADY CHARGED THIS CYCLE, THE TOTAL
006690*      OF THE CHARGES MADE, AND THE LOANS NO LONGER ACTIVE
006700************************************************************
006710 8000-PRINT-TRAILER.
006720     MOVE READ-CTR    TO GT-READ-CTR.
006730     MOVE CHARGE-CTR  TO GT-CHARGE-CTR.
006740     MOVE ALREADY-CTR TO GT-ALREADY-CTR.
006750     WRITE LOG-REC FROM LOG-TRAILER1
006760           AFTER ADVANCING 2 LINES.
006770     MOVE WS-FEE-SUM  TO GT-FEE-SUM.
006775     MOVE INACTIVE-CTR TO GT-INACTIVE-CTR.
006780     WRITE LOG-REC FROM LOG-TRAILER2
006790           AFTER ADVANCING 1 LINE.
006800************************************************************
006810*      9000-READ-MASTER READS THE NEXT MASTER RECORD IN
006820*      ACCOUNT NUMBER ORDER
006830************************************************************
006840 9000-READ-MASTER.
006850     READ MASTER-FILE
006860          AT END MOVE 1 TO EOF-M.
006870************************************************************
006880*      9100-READ-HISTORY-NEXT READS THE NEXT HISTORY RECORD
006890*      IN KEY ORDER
006900************************************************************
006910 9100-READ-HISTORY-NEXT.
006920     READ PAYHIST-FILE NEXT RECORD
006930          AT END MOVE 1 TO EOF-H.
006940************************************************************
006950*      9200-READ-FEETAB READS A FEE TABLE RECORD AT A TIME
006960************************************************************
006970 9200-READ-FEETAB.
006980     READ FEETAB-FILE
006990          AT END MOVE 1 TO EOF-F.
