000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROG26.
000030 AUTHOR. TIM PATRICK.
000040 INSTALLATION. LOAN SERVICING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* LAB EXERCISE 3 - AUTOPAY ACH ORIGINATION.
000090*----------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------
000120* 10/15/2026 JAM  ORIGINAL PROGRAM.  NIGHTLY RUN THAT
000130*                 DRAFTS EVERY ACTIVE AUTOPAY ENROLLMENT
000140*                 (PROG25) WHOSE DRAFT DAY IS TODAY.  THE
000150*                 DRAFT IS M-MIN-PAY OR THE ENROLLMENT'S
000160*                 FIXED AMOUNT, NEVER MORE THAN THE LOAN
000170*                 STILL OWES.  EACH DRAFT GOES OUT THREE
000180*                 WAYS: AS A PPD DEBIT ENTRY ON A NACHA FILE
000190*                 FOR THE BANK, AS A PAYBATCH RECORD FOR
000200*                 PROG4 TO POST, AND AS A LINE ON THE AUDIT
000210*                 LIST.  THE BANK IDENTIFIERS COME FROM A
000220*                 ONE-RECORD PARAMETER FILE.  THE DRAFT
000230*                 DATE IS STAMPED ON THE ENROLLMENT SO A
000240*                 RERUN THE SAME DAY DRAFTS NOTHING TWICE.
000250*----------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT MASTER-FILE  ASSIGN TO AS-S-MASTER
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS M-ACCT-NO
000360         FILE STATUS IS WS-MASTER-STATUS.
000370     SELECT OPTIONAL ACHENR-FILE ASSIGN TO AS-S-ACHENR
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS EN-ACCT-NO
000410         FILE STATUS IS WS-ACHENR-STATUS.
000420     SELECT ACHPARM-FILE ASSIGN TO DA-S-ACHPARM.
000430     SELECT NACHA-FILE   ASSIGN TO DA-S-ACHORIG.
000440     SELECT PAYBATCH-FILE ASSIGN TO DA-S-ACHPAY.
000450     SELECT LOG-FILE     ASSIGN TO UR-S-ACHLOG.
000460 DATA DIVISION.
000470 FILE SECTION.
000480************************************************************
000490*      LOAN MASTER, KEYED BY ACCOUNT NUMBER.  SAME FIELDS AS
000500*      PROG2'S MASTER-REC.  READ ONLY, FOR THE BORROWER NAME
000510*      AND THE AMOUNT DUE
000520************************************************************
000530 FD  MASTER-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  MASTER-REC.
000560     03  M-ACCT-NO        PIC 9(6).
000570     03  M-NAME           PIC X(20).
000580     03  M-LOAN           PIC 99999V99.
000590     03  M-PAID1          PIC 9999V99.
000600     03  M-PAID2          PIC 9999V99.
000610     03  M-PAID3          PIC 9999V99.
000620     03  M-PAID4          PIC 9999V99.
000630     03  M-MIN-PAY        PIC 9999V99.
000640     03  M-INT-RATE       PIC 9V9999.
000650     03  M-BRANCH         PIC 9(2).
000660     03  M-FEE-BAL        PIC 9999V99.
000670     03  M-FEE-CYCLE      PIC X(6).
000680     03  M-STATUS         PIC X(1).
000690         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
000700         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
000710         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
000720     03  FILLER           PIC X(37).
000730************************************************************
000740*      AUTOPAY ENROLLMENT FILE, KEYED BY ACCOUNT NUMBER.
000750*      SAME FIELDS AS PROG25'S ACHENR-REC.  THE ROUTING
000760*      NUMBER SPLITS INTO THE EIGHT-DIGIT RECEIVING BANK ID
000770*      AND ITS CHECK DIGIT, AS THE ENTRY RECORD CARRIES THEM
000780************************************************************
000790 FD  ACHENR-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  ACHENR-REC.
000820     03  EN-ACCT-NO       PIC 9(6).
000830     03  EN-ROUTING       PIC 9(9).
000840     03  EN-ROUTING-PARTS REDEFINES EN-ROUTING.
000850         05  EN-RDFI      PIC 9(8).
000860         05  EN-CHECK-DIGIT PIC 9.
000870     03  EN-BANK-ACCT     PIC X(17).
000880     03  EN-ACCT-TYPE     PIC X(1).
000890         88  EN-CHECKING              VALUE 'C'.
000900         88  EN-SAVINGS               VALUE 'S'.
000910     03  EN-DRAFT-DAY     PIC 9(2).
000920     03  EN-AMT-TYPE      PIC X(1).
000930         88  EN-DRAFT-MINIMUM         VALUE 'M'.
000940         88  EN-DRAFT-FIXED           VALUE 'F'.
000950     03  EN-FIXED-AMT     PIC 9999V99.
000960     03  EN-STATUS        PIC X(1).
000970         88  EN-IS-ACTIVE             VALUE 'A'.
000980         88  EN-IS-SUSPENDED          VALUE 'S'.
000990     03  EN-RETURN-CTR    PIC 9(2).
001000     03  EN-LAST-DRAFT    PIC 9(8).
001010     03  EN-LAST-RETURN   PIC 9(8).
001020     03  FILLER           PIC X(19).
001030************************************************************
001040*      ONE-RECORD PARAMETER FILE WITH THE BANK IDENTIFIERS
001050************************************************************
001060 FD  ACHPARM-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  ACHPARM-REC          PIC X(80).
001090************************************************************
001100*      NACHA FILE FOR THE ORIGINATING BANK - 94-BYTE RECORDS
001110*      BLOCKED TEN TO THE BLOCK
001120************************************************************
001130 FD  NACHA-FILE
001140     BLOCK CONTAINS 0 RECORDS
001150     LABEL RECORDS ARE STANDARD.
001160 01  NACHA-REC            PIC X(94).
001170************************************************************
001180*      PAYMENT BATCH OUT - ONE RECORD PER DRAFT, IN THE SAME
001190*      LAYOUT PROG4'S PAYBATCH-REC READS.  THE FILE IS
001200*      CONCATENATED BEHIND PROG10'S BATCH ON THE POSTING
001210*      RUN'S INPUT
001220************************************************************
001230 FD  PAYBATCH-FILE
001240     BLOCK CONTAINS 0 RECORDS
001250     LABEL RECORDS ARE STANDARD.
001260 01  PAYBATCH-REC.
001270     03  P-ACCT-NO        PIC 9(6).
001280     03  P-PAY-DATE       PIC 9(8).
001290     03  P-PAY-AMT        PIC 9999V99.
001300     03  FILLER           PIC X(59).
001310     03  P-REC-TYPE       PIC X(1).
001320************************************************************
001330*      DRAFT AUDIT LIST
001340************************************************************
001350 FD  LOG-FILE
001360     LABEL RECORDS ARE OMITTED.
001370 01  LOG-REC              PIC X(80).
001380 WORKING-STORAGE SECTION.
001390************************************************************
001400*      LAYOUT FOR THE ACH PARAMETER RECORD.  THE EFFECTIVE
001410*      DATE (YYMMDD) MAY BE LEFT BLANK TO SETTLE ON THE RUN
001420*      DATE
001430************************************************************
001440 01  ACHPARM-DATA.
001450     03  AP-IMM-DEST      PIC 9(9).
001460     03  AP-IMM-ORIGIN    PIC X(10).
001470     03  AP-DEST-NAME     PIC X(20).
001480     03  AP-COMPANY-NAME  PIC X(16).
001490     03  AP-COMPANY-ID    PIC X(10).
001500     03  AP-ODFI          PIC 9(8).
001510     03  AP-EFF-DATE      PIC X(6).
001520     03  FILLER           PIC X(1).
001530************************************************************
001540*      LAYOUT FOR THE NACHA FILE HEADER RECORD ('1')
001550************************************************************
001560 01  ACH-FILE-HEADER.
001570     03  FILLER           PIC X(1)     VALUE '1'.
001580     03  FILLER           PIC X(2)     VALUE '01'.
001590     03  FILLER           PIC X(1)     VALUE SPACE.
001600     03  FH-IMM-DEST      PIC 9(9).
001610     03  FH-IMM-ORIGIN    PIC X(10).
001620     03  FH-CREATE-DATE   PIC 9(6).
001630     03  FH-CREATE-TIME   PIC 9(4).
001640     03  FILLER           PIC X(1)     VALUE 'A'.
001650     03  FILLER           PIC X(3)     VALUE '094'.
001660     03  FILLER           PIC X(2)     VALUE '10'.
001670     03  FILLER           PIC X(1)     VALUE '1'.
001680     03  FH-DEST-NAME     PIC X(23).
001690     03  FH-ORIGIN-NAME   PIC X(23).
001700     03  FILLER           PIC X(8)     VALUE SPACES.
001710************************************************************
001720*      LAYOUT FOR THE NACHA BATCH HEADER RECORD ('5') -
001730*      SERVICE CLASS 225, DEBITS ONLY, PPD ENTRIES
001740************************************************************
001750 01  ACH-BATCH-HEADER.
001760     03  FILLER           PIC X(1)     VALUE '5'.
001770     03  FILLER           PIC X(3)     VALUE '225'.
001780     03  BH-COMPANY-NAME  PIC X(16).
001790     03  FILLER           PIC X(20)    VALUE SPACES.
001800     03  BH-COMPANY-ID    PIC X(10).
001810     03  FILLER           PIC X(3)     VALUE 'PPD'.
001820     03  FILLER           PIC X(10)    VALUE 'LOAN PMT'.
001830     03  BH-DESC-DATE     PIC 9(6).
001840     03  BH-EFF-DATE      PIC X(6).
001850     03  FILLER           PIC X(3)     VALUE SPACES.
001860     03  FILLER           PIC X(1)     VALUE '1'.
001870     03  BH-ODFI          PIC 9(8).
001880     03  BH-BATCH-NO      PIC 9(7).
001890************************************************************
001900*      LAYOUT FOR THE NACHA ENTRY DETAIL RECORD ('6').  THE
001910*      INDIVIDUAL ID CARRIES THE LOAN ACCOUNT AND THE DRAFT
001920*      DATE, WHICH THE BANK SENDS BACK ON A RETURN SO PROG27
001930*      CAN MATCH THE PAYMENT PROG4 POSTED
001940************************************************************
001950 01  ACH-ENTRY-DETAIL.
001960     03  FILLER           PIC X(1)     VALUE '6'.
001970     03  ED-TRAN-CODE     PIC 9(2).
001980     03  ED-RDFI          PIC 9(8).
001990     03  ED-CHECK-DIGIT   PIC 9.
002000     03  ED-DFI-ACCT      PIC X(17).
002010     03  ED-AMOUNT        PIC 9(8)V99.
002020     03  ED-INDIV-ID.
002030         05  ED-LOAN-ACCT PIC 9(6).
002040         05  ED-DRAFT-DATE PIC 9(8).
002050         05  FILLER       PIC X(1)     VALUE SPACE.
002060     03  ED-INDIV-NAME    PIC X(22).
002070     03  FILLER           PIC X(2)     VALUE SPACES.
002080     03  FILLER           PIC X(1)     VALUE '0'.
002090     03  ED-TRACE.
002100         05  ED-TRACE-ODFI PIC 9(8).
002110         05  ED-TRACE-SEQ PIC 9(7).
002120************************************************************
002130*      LAYOUT FOR THE NACHA BATCH CONTROL RECORD ('8')
002140************************************************************
002150 01  ACH-BATCH-CONTROL.
002160     03  FILLER           PIC X(1)     VALUE '8'.
002170     03  FILLER           PIC X(3)     VALUE '225'.
002180     03  BC-ENTRY-CTR     PIC 9(6).
002190     03  BC-ENTRY-HASH    PIC 9(10).
002200     03  BC-DEBIT-TOTAL   PIC 9(10)V99.
002210     03  BC-CREDIT-TOTAL  PIC 9(10)V99.
002220     03  BC-COMPANY-ID    PIC X(10).
002230     03  FILLER           PIC X(19)    VALUE SPACES.
002240     03  FILLER           PIC X(6)     VALUE SPACES.
002250     03  BC-ODFI          PIC 9(8).
002260     03  BC-BATCH-NO      PIC 9(7).
002270************************************************************
002280*      LAYOUT FOR THE NACHA FILE CONTROL RECORD ('9')
002290************************************************************
002300 01  ACH-FILE-CONTROL.
002310     03  FILLER           PIC X(1)     VALUE '9'.
002320     03  FC-BATCH-CTR     PIC 9(6).
002330     03  FC-BLOCK-CTR     PIC 9(6).
002340     03  FC-ENTRY-CTR     PIC 9(8).
002350     03  FC-ENTRY-HASH    PIC 9(10).
002360     03  FC-DEBIT-TOTAL   PIC 9(10)V99.
002370     03  FC-CREDIT-TOTAL  PIC 9(10)V99.
002380     03  FILLER           PIC X(39)    VALUE SPACES.
002390************************************************************
002400*      NINES-FILLED RECORD THAT PADS THE LAST BLOCK OUT TO
002410*      TEN RECORDS
002420************************************************************
002430 01  ACH-FILL-REC         PIC X(94)    VALUE ALL '9'.
002440************************************************************
002450*      RUNNING NACHA TOTALS.  THE ENTRY HASH IS THE SUM OF
002460*      THE RECEIVING BANK IDS; ONLY ITS LOW TEN DIGITS GO ON
002470*      THE CONTROL RECORDS
002480************************************************************
002490 01  WS-ACH-TOTALS.
002500     03  WS-ACH-REC-CTR   PIC 9(6)     VALUE 0    COMP.
002510     03  WS-ACH-ENTRY-CTR PIC 9(7)     VALUE 0    COMP.
002520     03  WS-ACH-BATCH-CTR PIC 9(6)     VALUE 0    COMP.
002530     03  WS-ACH-BLOCK-CTR PIC 9(6)     VALUE 0    COMP.
002540     03  WS-ACH-FILL-CTR  PIC 9(2)     VALUE 0    COMP.
002550     03  WS-ACH-BLOCK-REM PIC 9(2)     VALUE 0    COMP.
002560     03  WS-ACH-HASH      PIC 9(12)    VALUE 0.
002570     03  WS-ACH-DEBIT-SUM PIC 9(10)V99 VALUE 0.
002580************************************************************
002590*      LAYOUT FOR THE DRAFT AUDIT LIST DETAIL LINE
002600************************************************************
002610 01  LOG-DATA1.
002620     03  G-ACCT-NO        PIC 9(6).
002630     03  FILLER           PIC X(1)    VALUE SPACES.
002640     03  G-NAME           PIC X(20).
002650     03  FILLER           PIC X(1)    VALUE SPACES.
002660     03  G-ROUTING        PIC 9(9).
002670     03  FILLER           PIC X(1)    VALUE SPACES.
002680     03  G-ACCT-TYPE      PIC X(1).
002690     03  FILLER           PIC X(1)    VALUE SPACES.
002700     03  G-AMOUNT         PIC ZZZ9.99  BLANK WHEN ZERO.
002710     03  FILLER           PIC X(1)    VALUE SPACES.
002720     03  G-TRACE-SEQ      PIC ZZZZZZ9 BLANK WHEN ZERO.
002730     03  FILLER           PIC X(1)    VALUE SPACES.
002740     03  G-RESULT         PIC X(22).
002750************************************************************
002760*      LAYOUTS FOR THE DRAFT AUDIT LIST HEADING LINES
002770************************************************************
002780 01  LOG-HEADING1.
002790     03                  PIC X(30)   VALUE
002800         'AUTOPAY DRAFT AUDIT LIST'.
002810     03                  PIC X(18)   VALUE SPACES.
002820     03                  PIC X(10)   VALUE 'RUN DATE: '.
002830     03  GH-DATE          PIC X(8).
002840 01  LOG-HEADING2.
002850     03                  PIC X(7)    VALUE 'ACCT NO'.
002860     03                  PIC X(8)    VALUE 'BORROWER'.
002870     03                  PIC X(13)   VALUE SPACES.
002880     03                  PIC X(10)   VALUE 'ROUTING'.
002890     03                  PIC X(2)    VALUE 'T'.
002900     03                  PIC X(8)    VALUE ' AMOUNT'.
002910     03                  PIC X(8)    VALUE '  TRACE'.
002920     03                  PIC X(6)    VALUE 'RESULT'.
002930************************************************************
002940*      LAYOUTS FOR THE DRAFT AUDIT LIST TRAILER LINES
002950************************************************************
002960 01  LOG-TRAILER1.
002970     03  FILLER           PIC X(17)  VALUE
002980         'ENTRIES DRAFTED:'.
002990     03  GT-ENTRY-CTR     PIC ZZZZ9.
003000     03  FILLER           PIC X(3)   VALUE SPACES.
003010     03  FILLER           PIC X(7)   VALUE 'TOTAL: '.
003020     03  GT-DEBIT-TOTAL   PIC $ZZZZZZ9.99.
003030     03  FILLER           PIC X(3)   VALUE SPACES.
003040     03  FILLER           PIC X(9)   VALUE 'SKIPPED: '.
003050     03  GT-SKIP-CTR      PIC ZZZZ9.
003060 01  LOG-TRAILER2.
003070     03  FILLER           PIC X(17)  VALUE
003080         'NACHA RECORDS:'.
003090     03  GT-REC-CTR       PIC ZZZZ9.
003100     03  FILLER           PIC X(3)   VALUE SPACES.
003110     03  FILLER           PIC X(8)   VALUE 'BLOCKS: '.
003120     03  GT-BLOCK-CTR     PIC ZZZZ9.
003130     03  FILLER           PIC X(3)   VALUE SPACES.
003140     03  FILLER           PIC X(12)  VALUE 'ENTRY HASH: '.
003150     03  GT-ENTRY-HASH    PIC 9(10).
003160 01  MISC.
003170************************************************************
003180*      END OF FILE (EOF) SWITCH        *
003190*    0=NOT AT EOF       1=AT EOF        *
003200************************************************************
003210     03  EOF-E            PIC 9        VALUE 0.
003220     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
003230     03  WS-ACHENR-STATUS PIC X(2)     VALUE SPACES.
003240     03  SKIP-CTR         PIC 9(5)     VALUE 0    COMP.
003250 01  WS-LOG-RESULT        PIC X(22)    VALUE SPACES.
003260************************************************************
003270*      DRAFT WORK FIELDS - THE BALANCE STILL OWED (LOAN LESS
003280*      THIS PERIOD'S PAYMENTS PLUS LATE CHARGES) CAPS THE
003290*      AMOUNT DRAFTED
003300************************************************************
003310 01  WS-DRAFT-WORK.
003320     03  WS-PAID-SUM      PIC 99999V99 VALUE 0.
003330     03  WS-BAL-OWED      PIC S9(6)V99 VALUE 0.
003340     03  WS-DRAFT-AMT     PIC 9999V99  VALUE 0.
003350************************************************************
003360*      RUN DATE AND TIME, PULLED FROM THE SYSTEM ONE TIME.
003370*      THE CENTURY WINDOW PUTS EVERY TWO-DIGIT YEAR IN 20XX,
003380*      THE SAME WAY PROG4'S PAYMENT DATES ARE CUT
003390************************************************************
003400 01  WS-SYSTEM-DATE.
003410     03  WS-SYS-YY        PIC 99.
003420     03  WS-SYS-MM        PIC 99.
003430     03  WS-SYS-DD        PIC 99.
003440 01  WS-SYSTEM-DATE-N REDEFINES WS-SYSTEM-DATE
003450                          PIC 9(6).
003460 01  WS-SYSTEM-TIME.
003470     03  WS-SYS-HHMM      PIC 9(4).
003480     03  FILLER           PIC 9(4).
003490 01  WS-CURRENT-DATE.
003500     03  WS-CUR-YYYY      PIC 9(4)     VALUE 0.
003510     03  WS-CUR-MM        PIC 99       VALUE 0.
003520     03  WS-CUR-DD        PIC 99       VALUE 0.
003530 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
003540                          PIC 9(8).
003550 01  WS-EDIT-DATE.
003560     03  WS-ED-MM         PIC 99.
003570     03  FILLER           PIC X        VALUE '/'.
003580     03  WS-ED-DD         PIC 99.
003590     03  FILLER           PIC X        VALUE '/'.
003600     03  WS-ED-YY         PIC 99.
003610************************************************************
003620*      START OF PROCEDURE DIVISION
003630************************************************************
003640 PROCEDURE DIVISION.
003650************************************************************
003660* THE MAINLINE IS RESPONSIBILE FOR THE FLOW OF THE LOGIC
003670* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
003680* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
003690************************************************************
003700 000-MAINLINE.
003710     ACCEPT WS-SYSTEM-DATE FROM DATE.
003720     ACCEPT WS-SYSTEM-TIME FROM TIME.
003730     COMPUTE WS-CUR-YYYY = 2000 + WS-SYS-YY.
003740     MOVE WS-SYS-MM TO WS-CUR-MM.
003750     MOVE WS-SYS-DD TO WS-CUR-DD.
003760     MOVE WS-SYS-MM TO WS-ED-MM.
003770     MOVE WS-SYS-DD TO WS-ED-DD.
003780     MOVE WS-SYS-YY TO WS-ED-YY.
003790     MOVE WS-EDIT-DATE TO GH-DATE.
003800     PERFORM 1000-READ-ACHPARM.
003810     OPEN INPUT MASTER-FILE.
003820     IF WS-MASTER-STATUS NOT = '00'
003830         DISPLAY 'PROG26: MASTER-FILE OPEN FAILED, STATUS '
003840                 WS-MASTER-STATUS
003850         STOP RUN
003860     END-IF.
003870     OPEN I-O   ACHENR-FILE.
003880     IF WS-ACHENR-STATUS NOT = '00'
003890         AND WS-ACHENR-STATUS NOT = '05'
003900         DISPLAY 'PROG26: ACHENR-FILE OPEN FAILED, STATUS '
003910                 WS-ACHENR-STATUS
003920         STOP RUN
003930     END-IF.
003940     OPEN OUTPUT NACHA-FILE
003950          OUTPUT PAYBATCH-FILE
003960          OUTPUT LOG-FILE.
003970     WRITE LOG-REC FROM LOG-HEADING1
003980           AFTER ADVANCING 1 LINE.
003990     WRITE LOG-REC FROM LOG-HEADING2
004000           AFTER ADVANCING 2 LINES.
004010     PERFORM 1100-WRITE-FILE-HEADER.
004020     PERFORM 9000-READ-ACHENR.
004030     PERFORM 2000-CHECK-ONE-ENROLLMENT
004040         UNTIL EOF-E = 1.
004050     IF WS-ACH-ENTRY-CTR > 0
004060         PERFORM 6000-WRITE-BATCH-CONTROL
004070     END-IF.
004080     PERFORM 6100-WRITE-FILE-CONTROL.
004090     PERFORM 8000-PRINT-TRAILER.
004100     CLOSE MASTER-FILE
004110           ACHENR-FILE
004120           NACHA-FILE
004130           PAYBATCH-FILE
004140           LOG-FILE.
004150     STOP RUN.
004160************************************************************
004170*      1000-READ-ACHPARM READS THE ONE-RECORD PARAMETER FILE
004180*      WITH THE BANK IDENTIFIERS.  A MISSING OR EMPTY FILE,
004190*      OR A NON-NUMERIC ROUTING OR BANK ID, IS AN OPERATOR
004200*      ERROR, SO THE RUN STOPS BEFORE ANYTHING IS DRAFTED
004210************************************************************
004220 1000-READ-ACHPARM.
004230     OPEN INPUT ACHPARM-FILE.
004240     READ ACHPARM-FILE INTO ACHPARM-DATA
004250          AT END
004260              DISPLAY 'PROG26: EMPTY ACH PARM FILE'
004270              MOVE 8 TO RETURN-CODE
004280              STOP RUN.
004290     CLOSE ACHPARM-FILE.
004300     IF AP-IMM-DEST NOT NUMERIC OR AP-ODFI NOT NUMERIC
004310         DISPLAY 'PROG26: INVALID BANK ROUTING IN ACH PARM'
004320         MOVE 8 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350************************************************************
004360*      1100-WRITE-FILE-HEADER WRITES THE NACHA FILE HEADER
004370*      AND PRIMES THE BATCH HEADER, WHICH IS NOT WRITTEN
004380*      UNTIL THE FIRST ENTRY IS READY - A NIGHT WITH NO
004390*      DRAFTS SENDS A HEADER AND CONTROL ONLY
004400************************************************************
004410 1100-WRITE-FILE-HEADER.
004420     MOVE AP-IMM-DEST      TO FH-IMM-DEST.
004430     MOVE AP-IMM-ORIGIN    TO FH-IMM-ORIGIN.
004440     MOVE WS-SYSTEM-DATE-N TO FH-CREATE-DATE.
004450     MOVE WS-SYS-HHMM      TO FH-CREATE-TIME.
004460     MOVE AP-DEST-NAME     TO FH-DEST-NAME.
004470     MOVE AP-COMPANY-NAME  TO FH-ORIGIN-NAME.
004480     WRITE NACHA-REC FROM ACH-FILE-HEADER.
004490     ADD 1 TO WS-ACH-REC-CTR.
004500     MOVE AP-COMPANY-NAME  TO BH-COMPANY-NAME.
004510     MOVE AP-COMPANY-ID    TO BH-COMPANY-ID.
004520     MOVE WS-SYSTEM-DATE-N TO BH-DESC-DATE.
004530     IF AP-EFF-DATE NUMERIC
004540         MOVE AP-EFF-DATE  TO BH-EFF-DATE
004550     ELSE
004560         MOVE WS-SYSTEM-DATE-N TO BH-EFF-DATE
004570     END-IF.
004580     MOVE AP-ODFI          TO BH-ODFI.
004590     MOVE 1                TO BH-BATCH-NO.
004600************************************************************
004610*      2000-CHECK-ONE-ENROLLMENT DRAFTS THE CURRENT
004620*      ENROLLMENT WHEN TODAY IS ITS DRAFT DAY, AND READS THE
004630*      NEXT.  AN ENROLLMENT DUE TODAY THAT CANNOT BE DRAFTED
004640*      IS LISTED WITH THE REASON
004650************************************************************
004660 2000-CHECK-ONE-ENROLLMENT.
004670     IF EN-DRAFT-DAY = WS-CUR-DD
004680         PERFORM 2100-DRAFT-ENROLLMENT
004690     END-IF.
004700     PERFORM 9000-READ-ACHENR.
004710************************************************************
004720*      2100-DRAFT-ENROLLMENT SKIPS A SUSPENDED ENROLLMENT, ONE
004730*      ALREADY DRAFTED TODAY, AND ONE WHOSE LOAN IS GONE,
004740*      CLOSED, OR OWES NOTHING; OTHERWISE IT WRITES THE DRAFT
004750************************************************************
004760 2100-DRAFT-ENROLLMENT.
004770     MOVE SPACES TO WS-LOG-RESULT.
004780     MOVE SPACES TO M-NAME.
004790     MOVE 0      TO WS-DRAFT-AMT.
004800     MOVE 0      TO G-TRACE-SEQ.
004810     IF EN-IS-SUSPENDED
004820         MOVE 'ENROLLMENT SUSPENDED' TO WS-LOG-RESULT
004830     END-IF.
004840     IF WS-LOG-RESULT = SPACES
004850         IF EN-LAST-DRAFT = WS-CURRENT-DATE-N
004860             MOVE 'ALREADY DRAFTED TODAY' TO WS-LOG-RESULT
004870         END-IF
004880     END-IF.
004890     IF WS-LOG-RESULT = SPACES
004900         MOVE EN-ACCT-NO TO M-ACCT-NO
004910         READ MASTER-FILE
004920             INVALID KEY
004930                 MOVE SPACES TO M-NAME
004940                 MOVE 'ACCOUNT NOT ON MASTER' TO WS-LOG-RESULT
004950         END-READ
004960     END-IF.
004970     IF WS-LOG-RESULT = SPACES
004980         IF NOT LOAN-IS-ACTIVE
004990             MOVE 'LOAN NOT ACTIVE' TO WS-LOG-RESULT
005000         END-IF
005010     END-IF.
005020     IF WS-LOG-RESULT = SPACES
005030         PERFORM 2200-FIGURE-DRAFT-AMT
005040         IF WS-DRAFT-AMT = 0
005050             MOVE 'NOTHING DUE' TO WS-LOG-RESULT
005060         END-IF
005070     END-IF.
005080     IF WS-LOG-RESULT = SPACES
005090         PERFORM 3000-WRITE-DRAFT
005100         MOVE 'DRAFTED' TO WS-LOG-RESULT
005110     ELSE
005120         ADD 1 TO SKIP-CTR
005130     END-IF.
005140     PERFORM 5000-WRITE-LOG.
005150************************************************************
005160*      2200-FIGURE-DRAFT-AMT TAKES M-MIN-PAY OR THE FIXED
005170*      AMOUNT AND CUTS IT BACK TO THE BALANCE STILL OWED, SO
005180*      AUTOPAY NEVER OVERPAYS A LOAN
005190************************************************************
005200 2200-FIGURE-DRAFT-AMT.
005210     COMPUTE WS-PAID-SUM = M-PAID1 + M-PAID2
005220                         + M-PAID3 + M-PAID4.
005230     COMPUTE WS-BAL-OWED = M-LOAN - WS-PAID-SUM + M-FEE-BAL.
005240     IF EN-DRAFT-FIXED
005250         MOVE EN-FIXED-AMT TO WS-DRAFT-AMT
005260     ELSE
005270         MOVE M-MIN-PAY    TO WS-DRAFT-AMT
005280     END-IF.
005290     IF WS-BAL-OWED < 0
005300         MOVE 0 TO WS-BAL-OWED
005310     END-IF.
005320     IF WS-DRAFT-AMT > WS-BAL-OWED
005330         MOVE WS-BAL-OWED  TO WS-DRAFT-AMT
005340     END-IF.
005350************************************************************
005360*      3000-WRITE-DRAFT WRITES THE BATCH HEADER ON THE FIRST
005370*      DRAFT, THEN THE ENTRY, THE PAYBATCH RECORD, AND STAMPS
005380*      THE DRAFT DATE ON THE ENROLLMENT
005390************************************************************
005400 3000-WRITE-DRAFT.
005410     IF WS-ACH-ENTRY-CTR = 0
005420         WRITE NACHA-REC FROM ACH-BATCH-HEADER
005430         ADD 1 TO WS-ACH-REC-CTR
005440         ADD 1 TO WS-ACH-BATCH-CTR
005450     END-IF.
005460     ADD 1 TO WS-ACH-ENTRY-CTR.
005470     IF EN-SAVINGS
005480         MOVE 37           TO ED-TRAN-CODE
005490     ELSE
005500         MOVE 27           TO ED-TRAN-CODE
005510     END-IF.
005520     MOVE EN-RDFI          TO ED-RDFI.
005530     MOVE EN-CHECK-DIGIT   TO ED-CHECK-DIGIT.
005540     MOVE EN-BANK-ACCT     TO ED-DFI-ACCT.
005550     MOVE WS-DRAFT-AMT     TO ED-AMOUNT.
005560     MOVE EN-ACCT-NO       TO ED-LOAN-ACCT.
005570     MOVE WS-CURRENT-DATE-N TO ED-DRAFT-DATE.
005580     MOVE M-NAME           TO ED-INDIV-NAME.
005590     MOVE AP-ODFI          TO ED-TRACE-ODFI.
005600     MOVE WS-ACH-ENTRY-CTR TO ED-TRACE-SEQ.
005610     WRITE NACHA-REC FROM ACH-ENTRY-DETAIL.
005620     ADD 1 TO WS-ACH-REC-CTR.
005630     ADD EN-RDFI           TO WS-ACH-HASH.
005640     ADD WS-DRAFT-AMT      TO WS-ACH-DEBIT-SUM.
005650     MOVE WS-ACH-ENTRY-CTR TO G-TRACE-SEQ.
005660     MOVE SPACES           TO PAYBATCH-REC.
005670     MOVE EN-ACCT-NO       TO P-ACCT-NO.
005680     MOVE WS-CURRENT-DATE-N TO P-PAY-DATE.
005690     MOVE WS-DRAFT-AMT     TO P-PAY-AMT.
005700     WRITE PAYBATCH-REC.
005710     MOVE WS-CURRENT-DATE-N TO EN-LAST-DRAFT.
005720     REWRITE ACHENR-REC.
005730************************************************************
005740*      5000-WRITE-LOG WRITES ONE LINE TO THE AUDIT LIST
005750*      SHOWING THE DRAFT OR WHY THE ENROLLMENT WAS SKIPPED
005760************************************************************
005770 5000-WRITE-LOG.
005780     MOVE EN-ACCT-NO      TO G-ACCT-NO.
005790     MOVE M-NAME          TO G-NAME.
005800     MOVE EN-ROUTING      TO G-ROUTING.
005810     MOVE EN-ACCT-TYPE    TO G-ACCT-TYPE.
005820     MOVE WS-DRAFT-AMT    TO G-AMOUNT.
005830     MOVE WS-LOG-RESULT   TO G-RESULT.
005840     WRITE LOG-REC FROM LOG-DATA1
005850           AFTER ADVANCING 1 LINE.
005860************************************************************
005870*      6000-WRITE-BATCH-CONTROL CLOSES THE ONE BATCH WITH ITS
005880*      ENTRY COUNT, HASH, AND DEBIT TOTAL
005890************************************************************
005900 6000-WRITE-BATCH-CONTROL.
005910     MOVE WS-ACH-ENTRY-CTR TO BC-ENTRY-CTR.
005920     MOVE WS-ACH-HASH      TO BC-ENTRY-HASH.
005930     MOVE WS-ACH-DEBIT-SUM TO BC-DEBIT-TOTAL.
005940     MOVE 0                TO BC-CREDIT-TOTAL.
005950     MOVE AP-COMPANY-ID    TO BC-COMPANY-ID.
005960     MOVE AP-ODFI          TO BC-ODFI.
005970     MOVE BH-BATCH-NO      TO BC-BATCH-NO.
005980     WRITE NACHA-REC FROM ACH-BATCH-CONTROL.
005990     ADD 1 TO WS-ACH-REC-CTR.
006000************************************************************
006010*      6100-WRITE-FILE-CONTROL WRITES THE FILE CONTROL RECORD
006020*      AND PADS THE LAST BLOCK OUT TO TEN RECORDS WITH
006030*      NINES.  THE BLOCK COUNT INCLUDES THE PARTIAL BLOCK
006040************************************************************
006050 6100-WRITE-FILE-CONTROL.
006060     ADD 1 TO WS-ACH-REC-CTR.
006070     DIVIDE WS-ACH-REC-CTR BY 10 GIVING WS-ACH-BLOCK-CTR
006080         REMAINDER WS-ACH-BLOCK-REM.
006090     IF WS-ACH-BLOCK-REM > 0
006100         ADD 1 TO WS-ACH-BLOCK-CTR
006110         COMPUTE WS-ACH-FILL-CTR = 10 - WS-ACH-BLOCK-REM
006120     END-IF.
006130     MOVE WS-ACH-BATCH-CTR TO FC-BATCH-CTR.
006140     MOVE WS-ACH-BLOCK-CTR TO FC-BLOCK-CTR.
006150     MOVE WS-ACH-ENTRY-CTR TO FC-ENTRY-CTR.
006160     MOVE WS-ACH-HASH      TO FC-ENTRY-HASH.
006170     MOVE WS-ACH-DEBIT-SUM TO FC-DEBIT-TOTAL.
006180     MOVE 0                TO FC-CREDIT-TOTAL.
006190     WRITE NACHA-REC FROM ACH-FILE-CONTROL.
006200     PERFORM 6200-WRITE-FILL-REC
006210         WS-ACH-FILL-CTR TIMES.
006220************************************************************
006230*      6200-WRITE-FILL-REC WRITES ONE NINES-FILLED PAD RECORD
006240************************************************************
006250 6200-WRITE-FILL-REC.
006260     WRITE NACHA-REC FROM ACH-FILL-REC.
006270************************************************************
006280*      8000-PRINT-TRAILER PRINTS THE DRAFT COUNT AND TOTAL,
006290*      THE ENROLLMENTS SKIPPED, AND THE NACHA CONTROL FIGURES
006300*      THE BANK WILL CONFIRM BACK
006310************************************************************
006320 8000-PRINT-TRAILER.
006330     MOVE WS-ACH-ENTRY-CTR TO GT-ENTRY-CTR.
006340     MOVE WS-ACH-DEBIT-SUM TO GT-DEBIT-TOTAL.
006350     MOVE SKIP-CTR         TO GT-SKIP-CTR.
006360     WRITE LOG-REC FROM LOG-TRAILER1
006370           AFTER ADVANCING 2 LINES.
006380     MOVE WS-ACH-REC-CTR   TO GT-REC-CTR.
006390     MOVE WS-ACH-BLOCK-CTR TO GT-BLOCK-CTR.
006400     MOVE WS-ACH-HASH      TO GT-ENTRY-HASH.
006410     WRITE LOG-REC FROM LOG-TRAILER2
006420           AFTER ADVANCING 1 LINE.
006430************************************************************
006440*      9000-READ-ACHENR READS THE ENROLLMENT FILE IN ACCOUNT
006450*      ORDER, ONE RECORD AT A TIME
006460************************************************************
006470 9000-READ-ACHENR.
006480     READ ACHENR-FILE NEXT RECORD
006490          AT END MOVE 1 TO EOF-E.
