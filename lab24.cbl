000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROG22.
000030 AUTHOR. TIM PATRICK.
000040 INSTALLATION. LOAN SERVICING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* LAB EXERCISE 3 - CHARGE-OFF PROCESSING.
000090*----------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------
000120* 10/15/2026 JAM  ORIGINAL PROGRAM.  RUNS IN ONE OF TWO
000130*                 MODES NAMED ON A ONE-RECORD PARAMETER
000140*                 FILE.  PROPOSE MODE READS PROG11'S AGING
000150*                 EXTRACT AND LISTS EVERY 120-PLUS ACCOUNT
000160*                 STILL CARRYING A BALANCE AS A PROPOSED
000170*                 CHARGE-OFF FOR COLLECTIONS TO REVIEW.
000180*                 WRITE-OFF MODE READS THE LIST COLLECTIONS
000190*                 APPROVED AND WRITES EACH ACCOUNT OFF: THE
000200*                 OUTSTANDING PRINCIPAL AND LATE CHARGES
000210*                 COME OFF THE MASTER, THE ACCOUNT IS
000220*                 STATUSED CHARGED OFF WITH THE DATE AND
000230*                 AMOUNT KEPT, BEFORE AND AFTER IMAGES GO TO
000240*                 THE AUDIT FILE IN PROG2'S LAYOUT SO PROG5
000250*                 CAN BACK THE RUN OUT, AND THE RUN'S TOTAL
000260*                 GOES TO THE LEDGER FROM LOANS AND FEES
000270*                 RECEIVABLE TO THE LOSS ALLOWANCE IN THE
000280*                 SAME GL INTERFACE SHAPE PROG4 WRITES.
000290*                 EITHER MODE ENDS WITH THE TOTAL CHARGED-OFF
000300*                 BALANCE ON FILE.
000310*----------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT MASTER-FILE  ASSIGN TO AS-S-MASTER
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS M-ACCT-NO
000420         FILE STATUS IS WS-MASTER-STATUS.
000430     SELECT COPARM-FILE  ASSIGN TO DA-S-COPARM.
000440     SELECT AGEEXT-FILE  ASSIGN TO DA-S-AGEEXT.
000450     SELECT COAPPR-FILE  ASSIGN TO DA-S-COAPPR.
000460     SELECT AUDIT-FILE   ASSIGN TO DA-S-AUDIT.
000470     SELECT GLCO-FILE    ASSIGN TO DA-S-GLCO.
000480     SELECT LOG-FILE     ASSIGN TO UR-S-COLOG.
000490 DATA DIVISION.
000500 FILE SECTION.
000510************************************************************
000520*      LOAN MASTER, KEYED BY ACCOUNT NUMBER.  SAME FIELDS AS
000530*      PROG2'S MASTER-REC
000540************************************************************
000550 FD  MASTER-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  MASTER-REC.
000580     03  M-ACCT-NO        PIC 9(6).
000590     03  M-NAME           PIC X(20).
000600     03  M-LOAN           PIC 99999V99.
000610     03  M-PAID1          PIC 9999V99.
000620     03  M-PAID2          PIC 9999V99.
000630     03  M-PAID3          PIC 9999V99.
000640     03  M-PAID4          PIC 9999V99.
000650     03  M-MIN-PAY        PIC 9999V99.
000660     03  M-INT-RATE       PIC 9V9999.
000670     03  M-BRANCH         PIC 9(2).
000680     03  M-FEE-BAL        PIC 9999V99.
000690     03  M-FEE-CYCLE      PIC X(6).
000700     03  M-STATUS         PIC X(1).
000710         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
000720         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
000730         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
000740     03  M-CO-DATE        PIC 9(8).
000750     03  M-CO-AMT         PIC 9(7)V99.
000760     03  M-RECOV-AMT      PIC 9(7)V99.
000770     03  FILLER           PIC X(11).
000780************************************************************
000790*      ONE-RECORD PARAMETER FILE NAMING THE RUN MODE
000800************************************************************
000810 FD  COPARM-FILE
000820     LABEL RECORDS ARE OMITTED.
000830 01  COPARM-REC           PIC X(80).
000840************************************************************
000850*      AGING EXTRACT WRITTEN BY PROG11 - ONE RECORD PER AGED
000860*      ACCOUNT.  READ IN PROPOSE MODE ONLY
000870************************************************************
000880 FD  AGEEXT-FILE
000890     BLOCK CONTAINS 0 RECORDS
000900     LABEL RECORDS ARE STANDARD.
000910 01  AGEEXT-REC           PIC X(80).
000920************************************************************
000930*      APPROVED CHARGE-OFF LIST - ONE ACCOUNT PER RECORD WITH
000940*      THE USER ID OF THE OFFICER WHO APPROVED IT.  READ IN
000950*      WRITE-OFF MODE ONLY
000960************************************************************
000970 FD  COAPPR-FILE
000980     BLOCK CONTAINS 0 RECORDS
000990     LABEL RECORDS ARE STANDARD.
001000 01  COAPPR-REC.
001010     03  CA-ACCT-NO       PIC 9(6).
001020     03  CA-APPROVED-BY   PIC X(8).
001030     03  FILLER           PIC X(66).
001040************************************************************
001050*      AUDIT FILE - ONE DATED BEFORE-IMAGE AND AFTER-IMAGE
001060*      PER ACCOUNT CHARGED OFF, IN THE SAME LAYOUT PROG2
001070*      WRITES, READ BACK BY PROG5 TO BACK A WRITE-OFF RUN OUT
001080************************************************************
001090 FD  AUDIT-FILE
001100     BLOCK CONTAINS 0 RECORDS
001110     LABEL RECORDS ARE STANDARD.
001120 01  AUDIT-REC            PIC X(253).
001130************************************************************
001140*      GL INTERFACE FILE - THE RUN'S WRITE-OFF IN THE
001150*      HEADER/DETAIL/TRAILER SHAPE PROG4 AND PROG9 WRITE
001160************************************************************
001170 FD  GLCO-FILE
001180     BLOCK CONTAINS 0 RECORDS
001190     LABEL RECORDS ARE STANDARD.
001200 01  GLCO-REC             PIC X(40).
001210************************************************************
001220*      CHARGE-OFF LOG - THE PROPOSAL LIST, OR ONE LINE PER
001230*      APPROVED ACCOUNT CHARGED OFF OR REJECTED
001240************************************************************
001250 FD  LOG-FILE
001260     LABEL RECORDS ARE OMITTED.
001270 01  LOG-REC              PIC X(80).
001280 WORKING-STORAGE SECTION.
001290************************************************************
001300*      LAYOUT FOR THE CHARGE-OFF PARAMETER RECORD
001310************************************************************
001320 01  COPARM-DATA.
001330     03  CP-MODE          PIC X(1).
001340         88  CP-PROPOSE               VALUE 'P'.
001350         88  CP-WRITE-OFF             VALUE 'W'.
001360     03  FILLER           PIC X(79).
001370************************************************************
001380*      LAYOUT FOR THE AGING EXTRACT RECORD, SAME AS
001390*      AGEEXT-DATA IN PROG11
001400************************************************************
001410 01  AGEEXT-DATA.
001420     03  AX-ACCT-NO       PIC 9(6).
001430     03  AX-NAME          PIC X(20).
001440     03  AX-BALANCE       PIC 9(7)V99.
001450     03  AX-LAST-PAY      PIC 9(8).
001460     03  AX-DAYS          PIC 9(4).
001470     03  AX-BUCKET        PIC 9.
001480         88  AX-120-PLUS              VALUE 5.
001490     03  AX-MIN-PAY       PIC 9999V99.
001500     03  AX-PAID          PIC 99999V99.
001510     03  AX-FEE-BAL       PIC 9999V99.
001520     03  AX-BRANCH        PIC 9(2).
001530     03  FILLER           PIC X(11).
001540************************************************************
001550*      LAYOUT FOR THE AUDIT RECORD, SAME AS AUDIT-DATA IN
001560*      PROG2.  A CHARGE-OFF AUDITS AS A 'W' TRANSACTION
001570************************************************************
001580 01  AUDIT-DATA.
001590     03  A-RUN-DATE       PIC 9(6).
001600     03  A-TR-CODE        PIC X(1).
001610     03  A-ACCT-NO        PIC 9(6).
001620     03  A-BEFORE-IMAGE   PIC X(120).
001630     03  A-AFTER-IMAGE    PIC X(120).
001640************************************************************
001650*      LAYOUTS FOR THE GL INTERFACE RECORDS.  THE LEDGER
001660*      ACCOUNTS ARE 1200 LOANS RECEIVABLE, 1250 FEES
001670*      RECEIVABLE, 1290 ALLOWANCE FOR LOAN LOSSES
001680************************************************************
001690 01  GL-HEADER-DATA.
001700     03  FILLER           PIC X(1)     VALUE 'H'.
001710     03  GH-RUN-DATE      PIC 9(6).
001720     03  GH-SOURCE        PIC X(6)     VALUE 'PROG22'.
001730     03  FILLER           PIC X(27)    VALUE SPACES.
001740 01  GL-DETAIL-DATA.
001750     03  FILLER           PIC X(1)     VALUE 'D'.
001760     03  GD-ACCOUNT       PIC 9(4).
001770     03  GD-DC            PIC X(1).
001780     03  GD-AMOUNT        PIC 9(7)V99.
001790     03  GD-DESC          PIC X(20).
001800     03  FILLER           PIC X(5)     VALUE SPACES.
001810 01  GL-TRAILER-DATA.
001820     03  FILLER           PIC X(1)     VALUE 'T'.
001830     03  GLT-ENTRY-CTR    PIC 9(5).
001840     03  GLT-DR-SUM       PIC 9(8)V99.
001850     03  GLT-CR-SUM       PIC 9(8)V99.
001860     03  FILLER           PIC X(14)    VALUE SPACES.
001870************************************************************
001880*      RUNNING GL ENTRY COUNT AND DEBIT/CREDIT HASH TOTALS
001890*      FOR THE TRAILER RECORD
001900************************************************************
001910 01  WS-GL-TOTALS.
001920     03  WS-GL-ENTRY-CTR  PIC 9(5)     VALUE 0    COMP.
001930     03  WS-GL-DR-SUM     PIC 9(8)V99  VALUE 0.
001940     03  WS-GL-CR-SUM     PIC 9(8)V99  VALUE 0.
001950************************************************************
001960*      LAYOUT FOR THE CHARGE-OFF LOG DETAIL LINE.  THE DAYS
001970*      PAST DUE PRINT ON THE PROPOSAL LIST, THE APPROVING
001980*      OFFICER ON THE WRITE-OFF LOG
001990************************************************************
002000 01  LOG-DATA1.
002010     03  G-ACCT-NO        PIC 9(6).
002020     03  FILLER           PIC X(2)    VALUE SPACES.
002030     03  G-NAME           PIC X(20).
002040     03  FILLER           PIC X(2)    VALUE SPACES.
002050     03  G-DAYS           PIC ZZZ9    BLANK WHEN ZERO.
002060     03  FILLER           PIC X(2)    VALUE SPACES.
002070     03  G-AMOUNT         PIC ZZZZZZ9.99.
002080     03  FILLER           PIC X(2)    VALUE SPACES.
002090     03  G-APPROVED-BY    PIC X(8).
002100     03  FILLER           PIC X(2)    VALUE SPACES.
002110     03  G-RESULT         PIC X(22).
002120************************************************************
002130*      LAYOUTS FOR THE CHARGE-OFF LOG HEADING LINES
002140************************************************************
002150 01  LOG-HEADING1.
002160     03  GH-TITLE         PIC X(30).
002170     03                  PIC X(18)   VALUE SPACES.
002180     03                  PIC X(10)   VALUE 'RUN DATE: '.
002190     03  GH-DATE          PIC X(8).
002200 01  LOG-HEADING2.
002210     03                  PIC X(7)    VALUE 'ACCT NO'.
002220     03                  PIC X(1)    VALUE SPACES.
002230     03                  PIC X(8)    VALUE 'BORROWER'.
002240     03                  PIC X(14)   VALUE SPACES.
002250     03                  PIC X(4)    VALUE 'DAYS'.
002260     03                  PIC X(2)    VALUE SPACES.
002270     03                  PIC X(10)   VALUE '    AMOUNT'.
002280     03                  PIC X(2)    VALUE SPACES.
002290     03                  PIC X(8)    VALUE 'APPROVER'.
002300     03                  PIC X(2)    VALUE SPACES.
002310     03                  PIC X(6)    VALUE 'RESULT'.
002320************************************************************
002330*      LAYOUTS FOR THE CHARGE-OFF LOG TRAILER LINES - THE
002340*      RUN'S OWN COUNT AND TOTAL, THEN THE CHARGED-OFF
002350*      ACCOUNTS ON THE WHOLE MASTER AFTER THE RUN
002360************************************************************
002370 01  LOG-TRAILER1.
002380     03  GT-RUN-CAPTION   PIC X(22).
002390     03  GT-RUN-CTR       PIC ZZZZ9.
002400     03  FILLER           PIC X(3)   VALUE SPACES.
002410     03  FILLER           PIC X(7)   VALUE 'TOTAL: '.
002420     03  GT-RUN-AMT       PIC $ZZZZZZ9.99.
002430     03  FILLER           PIC X(3)   VALUE SPACES.
002440     03  FILLER           PIC X(10)  VALUE 'REJECTED: '.
002450     03  GT-REJECT-CTR    PIC ZZZZ9.
002460 01  LOG-TRAILER2.
002470     03  FILLER           PIC X(29)  VALUE
002480         'CHARGED-OFF BALANCE ON FILE:'.
002490     03  GT-CO-BAL        PIC $ZZZZZZZ9.99.
002500     03  FILLER           PIC X(3)   VALUE SPACES.
002510     03  FILLER           PIC X(10)  VALUE 'ACCOUNTS: '.
002520     03  GT-CO-CTR        PIC ZZZZ9.
002530 01  LOG-TRAILER3.
002540     03  FILLER           PIC X(29)  VALUE
002550         'RECOVERED TO DATE:'.
002560     03  GT-RECOV-BAL     PIC $ZZZZZZZ9.99.
002570 01  MISC.
002580************************************************************
002590*      END OF FILE (EOF) SWITCHES        *
002600*    0=NOT AT EOF       1=AT EOF        *
002610************************************************************
002620     03  EOF-X            PIC 9        VALUE 0.
002630     03  EOF-A            PIC 9        VALUE 0.
002640     03  EOF-M            PIC 9        VALUE 0.
002650     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
002660     03  RUN-CTR          PIC 9(5)     VALUE 0    COMP.
002670     03  REJECT-CTR       PIC 9(5)     VALUE 0    COMP.
002680     03  CO-CTR           PIC 9(5)     VALUE 0    COMP.
002690     03  WS-RUN-AMT-SUM   PIC 9(7)V99  VALUE 0.
002700     03  WS-RUN-LOAN-SUM  PIC 9(7)V99  VALUE 0.
002710     03  WS-RUN-FEE-SUM   PIC 9(7)V99  VALUE 0.
002720     03  WS-CO-BAL-SUM    PIC 9(8)V99  VALUE 0.
002730     03  WS-RECOV-SUM     PIC 9(8)V99  VALUE 0.
002740************************************************************
002750*      WRITE-OFF WORK FIELDS - THE PRINCIPAL STILL OWED
002760*      (LOAN LESS THIS PERIOD'S PAYMENTS, THE SAME BALANCE
002770*      PROG1 CARRIES BEFORE INTEREST) AND THE LATE CHARGES,
002780*      WHICH TOGETHER ARE THE AMOUNT WRITTEN OFF.  THE
002790*      PERIOD'S INTEREST IS NOT YET ON THE LEDGER, SO IT IS
002800*      NOT WRITTEN OFF EITHER
002810************************************************************
002820 01  WS-WRITE-OFF-WORK.
002830     03  WS-PAID-SUM      PIC 99999V99 VALUE 0.
002840     03  WS-PRIN-AMT      PIC 99999V99 VALUE 0.
002850     03  WS-CO-AMT        PIC 9(7)V99  VALUE 0.
002860 01  WS-LOG-RESULT        PIC X(22)    VALUE SPACES.
002870************************************************************
002880*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME, TO
002890*      STAMP THE AUDIT IMAGES, THE GL HEADER, AND THE
002900*      CHARGE-OFF DATE.  THE CENTURY WINDOW PUTS EVERY
002910*      TWO-DIGIT YEAR IN 20XX, THE SAME WAY PROG4'S PAYMENT
002920*      DATES ARE CUT
002930************************************************************
002940 01  WS-SYSTEM-DATE.
002950     03  WS-SYS-YY        PIC 99.
002960     03  WS-SYS-MM        PIC 99.
002970     03  WS-SYS-DD        PIC 99.
002980 01  WS-CURRENT-DATE.
002990     03  WS-CUR-YYYY      PIC 9(4)     VALUE 0.
003000     03  WS-CUR-MM        PIC 99       VALUE 0.
003010     03  WS-CUR-DD        PIC 99       VALUE 0.
003020 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
003030                          PIC 9(8).
003040 01  WS-EDIT-DATE.
003050     03  WS-ED-MM         PIC 99.
003060     03  FILLER           PIC X        VALUE '/'.
003070     03  WS-ED-DD         PIC 99.
003080     03  FILLER           PIC X        VALUE '/'.
003090     03  WS-ED-YY         PIC 99.
003100************************************************************
003110*      START OF PROCEDURE DIVISION
003120************************************************************
003130 PROCEDURE DIVISION.
003140************************************************************
003150* THE MAINLINE IS RESPONSIBILE FOR THE FLOW OF THE LOGIC
003160* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
003170* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
003180************************************************************
003190 000-MAINLINE.
003200     ACCEPT WS-SYSTEM-DATE FROM DATE.
003210     COMPUTE WS-CUR-YYYY = 2000 + WS-SYS-YY.
003220     MOVE WS-SYS-MM TO WS-CUR-MM.
003230     MOVE WS-SYS-DD TO WS-CUR-DD.
003240     MOVE WS-SYS-MM TO WS-ED-MM.
003250     MOVE WS-SYS-DD TO WS-ED-DD.
003260     MOVE WS-SYS-YY TO WS-ED-YY.
003270     MOVE WS-EDIT-DATE TO GH-DATE.
003280     PERFORM 1000-READ-COPARM.
003290     OPEN OUTPUT LOG-FILE.
003300     IF CP-PROPOSE
003310         PERFORM 2000-PROPOSE-CHARGE-OFFS
003320     ELSE
003330         PERFORM 3000-WRITE-OFF-APPROVED
003340     END-IF.
003350     PERFORM 7000-TOTAL-CHARGED-OFF.
003360     PERFORM 8000-PRINT-TRAILER.
003370     CLOSE MASTER-FILE
003380           LOG-FILE.
003390     STOP RUN.
003400************************************************************
003410*      1000-READ-COPARM READS THE ONE-RECORD PARAMETER FILE
003420*      NAMING THE RUN MODE - P TO PROPOSE, W TO WRITE OFF
003430*      THE APPROVED LIST.  A MISSING, EMPTY, OR UNKNOWN MODE
003440*      IS AN OPERATOR ERROR, SO THE RUN STOPS BEFORE THE
003450*      MASTER IS TOUCHED
003460************************************************************
003470 1000-READ-COPARM.
003480     OPEN INPUT COPARM-FILE.
003490     READ COPARM-FILE INTO COPARM-DATA
003500          AT END
003510              DISPLAY 'PROG22: EMPTY CHARGE-OFF PARM FILE'
003520              MOVE 8 TO RETURN-CODE
003530              STOP RUN.
003540     CLOSE COPARM-FILE.
003550     IF NOT CP-PROPOSE AND NOT CP-WRITE-OFF
003560         DISPLAY 'PROG22: INVALID RUN MODE ' CP-MODE
003570         MOVE 8 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600************************************************************
003610*      2000-PROPOSE-CHARGE-OFFS LISTS EVERY ACCOUNT PROG11
003620*      AGED 120-PLUS THAT STILL CARRIES A BALANCE.  NOTHING
003630*      IS WRITTEN OFF - THE MASTER IS OPENED FOR INPUT ONLY
003640*      FOR THE CLOSING TOTAL
003650************************************************************
003660 2000-PROPOSE-CHARGE-OFFS.
003670     OPEN INPUT MASTER-FILE.
003680     IF WS-MASTER-STATUS NOT = '00'
003690         DISPLAY 'PROG22: MASTER-FILE OPEN FAILED, STATUS '
003700                 WS-MASTER-STATUS
003710         STOP RUN
003720     END-IF.
003730     MOVE 'PROPOSED CHARGE-OFFS' TO GH-TITLE.
003740     MOVE 'ACCOUNTS PROPOSED:'   TO GT-RUN-CAPTION.
003750     WRITE LOG-REC FROM LOG-HEADING1
003760           AFTER ADVANCING 1 LINE.
003770     WRITE LOG-REC FROM LOG-HEADING2
003780           AFTER ADVANCING 2 LINES.
003790     OPEN INPUT AGEEXT-FILE.
003800     PERFORM 9000-READ-AGEEXT.
003810     PERFORM 2100-CHECK-ONE-EXTRACT
003820         UNTIL EOF-X = 1.
003830     CLOSE AGEEXT-FILE.
003840************************************************************
003850*      2100-CHECK-ONE-EXTRACT LISTS THE CURRENT EXTRACT
003860*      RECORD WHEN IT IS 120-PLUS WITH A BALANCE, AND READS
003870*      THE NEXT ONE
003880************************************************************
003890 2100-CHECK-ONE-EXTRACT.
003900     IF AX-120-PLUS AND AX-BALANCE > 0
003910         MOVE AX-ACCT-NO      TO G-ACCT-NO
003920         MOVE AX-NAME         TO G-NAME
003930         MOVE AX-DAYS         TO G-DAYS
003940         MOVE AX-BALANCE      TO G-AMOUNT
003950         MOVE SPACES          TO G-APPROVED-BY
003960         MOVE 'PROPOSED CHARGE-OFF' TO G-RESULT
003970         WRITE LOG-REC FROM LOG-DATA1
003980               AFTER ADVANCING 1 LINE
003990         ADD 1 TO RUN-CTR
004000         ADD AX-BALANCE       TO WS-RUN-AMT-SUM
004010     END-IF.
004020     PERFORM 9000-READ-AGEEXT.
004030************************************************************
004040*      3000-WRITE-OFF-APPROVED WRITES OFF EVERY ACCOUNT ON
004050*      THE APPROVED LIST, THEN WRITES THE RUN'S GL BATCH
004060************************************************************
004070 3000-WRITE-OFF-APPROVED.
004080     OPEN I-O   MASTER-FILE.
004090     IF WS-MASTER-STATUS NOT = '00'
004100         DISPLAY 'PROG22: MASTER-FILE OPEN FAILED, STATUS '
004110                 WS-MASTER-STATUS
004120         STOP RUN
004130     END-IF.
004140     OPEN INPUT  COAPPR-FILE
004150          OUTPUT AUDIT-FILE
004160          OUTPUT GLCO-FILE.
004170     MOVE WS-SYSTEM-DATE TO A-RUN-DATE.
004180     MOVE 'CHARGE-OFF WRITE-OFF RUN' TO GH-TITLE.
004190     MOVE 'ACCOUNTS CHARGED OFF:' TO GT-RUN-CAPTION.
004200     WRITE LOG-REC FROM LOG-HEADING1
004210           AFTER ADVANCING 1 LINE.
004220     WRITE LOG-REC FROM LOG-HEADING2
004230           AFTER ADVANCING 2 LINES.
004240     PERFORM 9100-READ-COAPPR.
004250     PERFORM 3100-WRITE-OFF-ONE-ACCOUNT
004260         UNTIL EOF-A = 1.
004270     PERFORM 7500-WRITE-GL-INTERFACE.
004280     CLOSE COAPPR-FILE
004290           AUDIT-FILE
004300           GLCO-FILE.
004310************************************************************
004320*      3100-WRITE-OFF-ONE-ACCOUNT EDITS ONE APPROVED ENTRY,
004330*      READS ITS MASTER RECORD, WRITES IT OFF WHEN IT CAN
004340*      BE, LOGS IT EITHER WAY, AND READS THE NEXT ENTRY.  AN
004350*      ACCOUNT NOT ON FILE, ALREADY CHARGED OFF, OR OWING
004360*      NOTHING IS REJECTED
004370************************************************************
004380 3100-WRITE-OFF-ONE-ACCOUNT.
004390     MOVE SPACES          TO WS-LOG-RESULT.
004400     MOVE SPACES          TO G-NAME.
004410     MOVE 0               TO WS-CO-AMT.
004420     IF CA-ACCT-NO NOT NUMERIC
004430         MOVE 'INVALID ACCOUNT NUMBER' TO WS-LOG-RESULT
004440     ELSE
004450         IF CA-APPROVED-BY = SPACES
004460             MOVE 'NO APPROVER GIVEN' TO WS-LOG-RESULT
004470         ELSE
004480             MOVE CA-ACCT-NO  TO M-ACCT-NO
004490             READ MASTER-FILE
004500                 INVALID KEY
004510                     MOVE 'ACCOUNT NOT FOUND' TO WS-LOG-RESULT
004520                 NOT INVALID KEY
004530                     MOVE M-NAME TO G-NAME
004540                     PERFORM 3200-CHECK-AND-WRITE-OFF
004550             END-READ
004560         END-IF
004570     END-IF.
004580     IF WS-LOG-RESULT NOT = 'CHARGED OFF'
004590         ADD 1 TO REJECT-CTR
004600     END-IF.
004610     MOVE CA-ACCT-NO      TO G-ACCT-NO.
004620     MOVE 0               TO G-DAYS.
004630     MOVE WS-CO-AMT       TO G-AMOUNT.
004640     MOVE CA-APPROVED-BY  TO G-APPROVED-BY.
004650     MOVE WS-LOG-RESULT   TO G-RESULT.
004660     WRITE LOG-REC FROM LOG-DATA1
004670           AFTER ADVANCING 1 LINE.
004680     PERFORM 9100-READ-COAPPR.
004690************************************************************
004700*      3200-CHECK-AND-WRITE-OFF WORKS OUT WHAT THE ACCOUNT
004710*      STILL OWES - PRINCIPAL LESS THIS PERIOD'S PAYMENTS,
004720*      PLUS LATE CHARGES - AND WRITES IT OFF WHEN THERE IS
004730*      ANYTHING TO WRITE OFF
004740************************************************************
004750 3200-CHECK-AND-WRITE-OFF.
004760     IF LOAN-IS-CHARGED-OFF
004770         MOVE 'ALREADY CHARGED OFF' TO WS-LOG-RESULT
004780     ELSE
004790         COMPUTE WS-PAID-SUM = M-PAID1 + M-PAID2
004800                             + M-PAID3 + M-PAID4
004810         IF WS-PAID-SUM > M-LOAN
004820             MOVE 0 TO WS-PRIN-AMT
004830         ELSE
004840             COMPUTE WS-PRIN-AMT = M-LOAN - WS-PAID-SUM
004850         END-IF
004860         COMPUTE WS-CO-AMT = WS-PRIN-AMT + M-FEE-BAL
004870         IF WS-CO-AMT = 0
004880             MOVE 'NOTHING TO CHARGE OFF' TO WS-LOG-RESULT
004890         ELSE
004900             PERFORM 3300-CHARGE-OFF-ACCOUNT
004910         END-IF
004920     END-IF.
004930************************************************************
004940*      3300-CHARGE-OFF-ACCOUNT REWRITES THE ACCOUNT AS
004950*      CHARGED OFF: THE STATUS, THE DATE, AND THE AMOUNT ARE
004960*      KEPT, AND THE LOAN, PAYMENT BUCKETS, AND LATE CHARGES
004970*      ARE CLEARED SO NOTHING MORE ACCRUES OR AGES.  THE
004980*      BEFORE-IMAGE AND AFTER-IMAGE GO TO THE AUDIT FILE THE
004990*      WAY PROG2 WRITES THEM SO PROG5 CAN BACK THE RUN OUT
005000************************************************************
005010 3300-CHARGE-OFF-ACCOUNT.
005020     MOVE MASTER-REC      TO A-BEFORE-IMAGE.
005030     MOVE 'C'             TO M-STATUS.
005040     MOVE WS-CURRENT-DATE-N TO M-CO-DATE.
005050     MOVE WS-CO-AMT       TO M-CO-AMT.
005060     MOVE 0               TO M-RECOV-AMT.
005070     MOVE 0               TO M-LOAN.
005080     MOVE 0               TO M-PAID1.
005090     MOVE 0               TO M-PAID2.
005100     MOVE 0               TO M-PAID3.
005110     MOVE 0               TO M-PAID4.
005120     ADD WS-PRIN-AMT      TO WS-RUN-LOAN-SUM.
005130     ADD M-FEE-BAL        TO WS-RUN-FEE-SUM.
005140     MOVE 0               TO M-FEE-BAL.
005150     REWRITE MASTER-REC.
005160     MOVE MASTER-REC      TO A-AFTER-IMAGE.
005170     MOVE 'W'             TO A-TR-CODE.
005180     MOVE M-ACCT-NO       TO A-ACCT-NO.
005190     WRITE AUDIT-REC FROM AUDIT-DATA.
005200     ADD 1 TO RUN-CTR.
005210     ADD WS-CO-AMT        TO WS-RUN-AMT-SUM.
005220     MOVE 'CHARGED OFF'   TO WS-LOG-RESULT.
005230************************************************************
005240*      7000-TOTAL-CHARGED-OFF SWEEPS THE WHOLE MASTER FROM
005250*      THE FIRST ACCOUNT AND TOTALS THE AMOUNT CHARGED OFF
005260*      AND RECOVERED ON EVERY CHARGED-OFF ACCOUNT
005270************************************************************
005280 7000-TOTAL-CHARGED-OFF.
005290     MOVE 0 TO M-ACCT-NO.
005300     START MASTER-FILE KEY NOT LESS THAN M-ACCT-NO
005310         INVALID KEY MOVE 1 TO EOF-M
005320     END-START.
005330     IF EOF-M NOT = 1
005340         PERFORM 9200-READ-MASTER-NEXT
005350     END-IF.
005360     PERFORM 7100-TOTAL-ONE-ACCOUNT
005370         UNTIL EOF-M = 1.
005380************************************************************
005390*      7100-TOTAL-ONE-ACCOUNT ADDS THE CURRENT MASTER RECORD
005400*      TO THE CHARGED-OFF TOTALS WHEN IT IS CHARGED OFF, AND
005410*      READS THE NEXT ONE
005420************************************************************
005430 7100-TOTAL-ONE-ACCOUNT.
005440     IF LOAN-IS-CHARGED-OFF
005450         ADD 1 TO CO-CTR
005460         ADD M-CO-AMT         TO WS-CO-BAL-SUM
005470         ADD M-RECOV-AMT      TO WS-RECOV-SUM
005480     END-IF.
005490     PERFORM 9200-READ-MASTER-NEXT.
005500************************************************************
005510*      7500-WRITE-GL-INTERFACE WRITES THE RUN'S GL BATCH:
005520*      THE DATED HEADER, A DEBIT TO THE LOSS ALLOWANCE FOR
005530*      THE TOTAL WRITTEN OFF, CREDITS TO LOANS RECEIVABLE
005540*      AND FEES RECEIVABLE FOR THE PRINCIPAL AND LATE-CHARGE
005550*      SHARES OF IT, AND THE TRAILER WITH THE ENTRY COUNT
005560*      AND DEBIT/CREDIT HASH TOTALS THE LEDGER LOAD CHECKS
005570************************************************************
005580 7500-WRITE-GL-INTERFACE.
005590     MOVE WS-SYSTEM-DATE  TO GH-RUN-DATE.
005600     WRITE GLCO-REC FROM GL-HEADER-DATA.
005610     IF WS-RUN-AMT-SUM > 0
005620         MOVE 'LOANS CHARGED OFF   ' TO GD-DESC
005630         MOVE 1290            TO GD-ACCOUNT
005640         MOVE 'D'             TO GD-DC
005650         MOVE WS-RUN-AMT-SUM  TO GD-AMOUNT
005660         PERFORM 7600-WRITE-GL-ENTRY
005670         IF WS-RUN-LOAN-SUM > 0
005680             MOVE 1200            TO GD-ACCOUNT
005690             MOVE 'C'             TO GD-DC
005700             MOVE WS-RUN-LOAN-SUM TO GD-AMOUNT
005710             PERFORM 7600-WRITE-GL-ENTRY
005720         END-IF
005730         IF WS-RUN-FEE-SUM > 0
005740             MOVE 1250            TO GD-ACCOUNT
005750             MOVE 'C'             TO GD-DC
005760             MOVE WS-RUN-FEE-SUM  TO GD-AMOUNT
005770             PERFORM 7600-WRITE-GL-ENTRY
005780         END-IF
005790     END-IF.
005800     MOVE WS-GL-ENTRY-CTR TO GLT-ENTRY-CTR.
005810     MOVE WS-GL-DR-SUM    TO GLT-DR-SUM.
005820     MOVE WS-GL-CR-SUM    TO GLT-CR-SUM.
005830     WRITE GLCO-REC FROM GL-TRAILER-DATA.
005840************************************************************
005850*      7600-WRITE-GL-ENTRY WRITES THE ENTRY SET UP IN
005860*      GL-DETAIL-DATA AND ADDS IT TO THE COUNT AND TO THE
005870*      DEBIT OR CREDIT HASH TOTAL
005880************************************************************
005890 7600-WRITE-GL-ENTRY.
005900     WRITE GLCO-REC FROM GL-DETAIL-DATA.
005910     ADD 1 TO WS-GL-ENTRY-CTR.
005920     IF GD-DC = 'D'
005930         ADD GD-AMOUNT TO WS-GL-DR-SUM
005940     ELSE
005950         ADD GD-AMOUNT TO WS-GL-CR-SUM
005960     END-IF.
005970************************************************************
005980*      8000-PRINT-TRAILER PRINTS THE RUN'S COUNT, TOTAL, AND
005990*      REJECTS, THEN THE CHARGED-OFF BALANCE AND RECOVERIES
006000*      ON THE WHOLE MASTER
006010************************************************************
006020 8000-PRINT-TRAILER.
006030     MOVE RUN-CTR         TO GT-RUN-CTR.
006040     MOVE WS-RUN-AMT-SUM  TO GT-RUN-AMT.
006050     MOVE REJECT-CTR      TO GT-REJECT-CTR.
006060     WRITE LOG-REC FROM LOG-TRAILER1
006070           AFTER ADVANCING 2 LINES.
006080     MOVE WS-CO-BAL-SUM   TO GT-CO-BAL.
006090     MOVE CO-CTR          TO GT-CO-CTR.
006100     WRITE LOG-REC FROM LOG-TRAILER2
006110           AFTER ADVANCING 1 LINE.
006120     MOVE WS-RECOV-SUM    TO GT-RECOV-BAL.
006130     WRITE LOG-REC FROM LOG-TRAILER3
006140           AFTER ADVANCING 1 LINE.
006150************************************************************
006160*      9000-READ-AGEEXT READS AN AGING EXTRACT RECORD AT A
006170*      TIME
006180************************************************************
006190 9000-READ-AGEEXT.
006200     READ AGEEXT-FILE INTO AGEEXT-DATA
006210          AT END MOVE 1 TO EOF-X.
006220************************************************************
006230*      9100-READ-COAPPR READS AN APPROVED ENTRY AT A TIME
006240************************************************************
006250 9100-READ-COAPPR.
006260     READ COAPPR-FILE
006270          AT END MOVE 1 TO EOF-A.
006280************************************************************
006290*      9200-READ-MASTER-NEXT READS THE NEXT MASTER RECORD IN
006300*      ACCOUNT NUMBER ORDER
006310************************************************************
006320 9200-READ-MASTER-NEXT.
006330     READ MASTER-FILE NEXT RECORD
006340          AT END MOVE 1 TO EOF-M.
