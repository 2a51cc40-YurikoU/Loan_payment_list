000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROG31.
000030 AUTHOR. TIM PATRICK.
000040 INSTALLATION. LOAN SERVICING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* LAB EXERCISE 3 - FILE INTEGRITY SWEEP.
000090*----------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------
000120* 10/15/2026 JAM  ORIGINAL PROGRAM.  NIGHTLY CHECK OF THE
000130*                 LOAN MASTER, THE PROG13 ADDRESS FILE, THE
000140*                 NAME CROSS-REFERENCE AND THE PAYMENT
000150*                 HISTORY AGAINST EACH OTHER BY ACCOUNT.
000160*                 REPORTS AN ADDRESS, CROSS-REFERENCE ENTRY
000170*                 OR HISTORY ROW WITH NO MASTER, A MASTER
000180*                 WITH NO ADDRESS OR NO CROSS-REFERENCE ENTRY
000190*                 UNDER ITS NAME, A CROSS-REFERENCE ENTRY
000200*                 WHOSE NAME NO LONGER MATCHES M-NAME, A
000210*                 REVERSED PAYMENT WITH NO REVERSAL ENTRY (OR
000220*                 THE OTHER WAY ROUND), AND AN OPEN LOAN WHOSE
000230*                 M-PAID1 THRU M-PAID4 DO NOT ADD UP TO THE
000240*                 LIVE PAYMENTS ON HISTORY SINCE THE LAST
000250*                 PROG9 CLOSE.  IN REPAIR MODE IT ALSO WRITES
000260*                 CORRECTING TRANSACTIONS - PROG2 CHANGES FOR
000270*                 THE PAYMENT BUCKETS AND PROG13 DELETES FOR
000280*                 ORPHAN ADDRESSES - FOR THOSE PROGRAMS TO
000290*                 APPLY; NO FILE IS CHANGED HERE.  RETURN
000300*                 CODE 8 ON ANY FINDING.  THE SWEEP NOW HEADS
000310*                 THE NIGHTLY STREAM: IT STAMPS THE RUN-CONTROL
000320*                 FILE COMPLETE ONLY WHEN IT FINDS THE FILES IN
000330*                 STEP, AND PROG10 WILL NOT START WITHOUT THAT
000340*                 STAMP, SO A FINDING HOLDS THE STREAM.
000350* 10/15/2026 JAM  THE PROG2 TRANSACTION RECORD GROWS BY
000360*                 THE KEYED-BY ID.  REPAIR CHANGES ARE
000370*                 KEYED AS PROG31 AND, LIKE ANY OTHER
000380*                 CHANGE, ARE HELD FOR A SUPERVISOR WHEN
000390*                 OVER PROG2'S APPROVAL THRESHOLDS.
000391* 10/15/2026 JAM  HISTORY LEFT BEHIND BY A DELETED LOAN NOW
000392*                 HAS A REPAIR: REPAIR MODE WRITES A PURGE
000393*                 RECORD FOR THE ACCOUNT, AND PROG17 MOVES
000394*                 ITS HISTORY TO THE ARCHIVE.
000400*----------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT MASTER-FILE  ASSIGN TO AS-S-MASTER
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS M-ACCT-NO
000510         FILE STATUS IS WS-MASTER-STATUS.
000520     SELECT ADDR-FILE    ASSIGN TO AS-S-ADDR
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS AD-ACCT-NO
000560         FILE STATUS IS WS-ADDR-STATUS.
000570     SELECT OPTIONAL XREF-FILE ASSIGN TO AS-S-NAMEXREF
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS X-KEY
000610         FILE STATUS IS WS-XREF-STATUS.
000620     SELECT OPTIONAL PAYHIST-FILE ASSIGN TO AS-S-PAYHIST
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS H-KEY
000660         FILE STATUS IS WS-PAYHIST-STATUS.
000670     SELECT OPTIONAL RUNCTL-FILE ASSIGN TO AS-S-RUNCTL
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS RC-PROG-NAME
000710         FILE STATUS IS WS-RUNCTL-STATUS.
000720     SELECT OPTIONAL CLOSECTL-FILE ASSIGN TO DA-S-CLOSECTL.
000730     SELECT OPTIONAL INTGPARM-FILE ASSIGN TO DA-S-INTGPARM.
000740     SELECT INTEG-FILE   ASSIGN TO UR-S-INTEG.
000750     SELECT FIXTRANS-FILE ASSIGN TO DA-S-FIXTRANS.
000760     SELECT FIXADDR-FILE ASSIGN TO DA-S-FIXADDR.
000761     SELECT FIXHIST-FILE ASSIGN TO DA-S-HISTPURG.
000770 DATA DIVISION.
000780 FILE SECTION.
000790************************************************************
000800*      LOAN MASTER, KEYED BY ACCOUNT NUMBER.  SAME FIELDS AS
000810*      PROG2'S MASTER-REC.  READ ONLY
000820************************************************************
000830 FD  MASTER-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  MASTER-REC.
000860     03  M-ACCT-NO        PIC 9(6).
000870     03  M-NAME           PIC X(20).
000880     03  M-LOAN           PIC 99999V99.
000890     03  M-PAID1          PIC 9999V99.
000900     03  M-PAID2          PIC 9999V99.
000910     03  M-PAID3          PIC 9999V99.
000920     03  M-PAID4          PIC 9999V99.
000930     03  M-MIN-PAY        PIC 9999V99.
000940     03  M-INT-RATE       PIC 9V9999.
000950     03  M-BRANCH         PIC 9(2).
000960     03  M-FEE-BAL        PIC 9999V99.
000970     03  M-FEE-CYCLE      PIC X(6).
000980     03  M-STATUS         PIC X(1).
000990         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
001000         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
001010         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
001020     03  FILLER           PIC X(37).
001030************************************************************
001040*      BORROWER ADDRESS FILE MAINTAINED BY PROG13, KEYED BY
001050*      THE SAME ACCOUNT NUMBER AS THE MASTER
001060************************************************************
001070 FD  ADDR-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  ADDR-REC.
001100     03  AD-ACCT-NO       PIC 9(6).
001110     03  AD-ADDR1         PIC X(25).
001120     03  AD-ADDR2         PIC X(25).
001130     03  AD-CITY          PIC X(15).
001140     03  AD-STATE         PIC X(2).
001150     03  AD-ZIP           PIC X(5).
001160     03  FILLER           PIC X(2).
001170************************************************************
001180*      NAME CROSS-REFERENCE BUILT BY PROG14 AND KEPT IN STEP
001190*      BY PROG2, KEYED ON BORROWER NAME PLUS ACCOUNT NUMBER
001200************************************************************
001210 FD  XREF-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  XREF-REC.
001240     03  X-KEY.
001250         05  X-NAME       PIC X(20).
001260         05  X-ACCT-NO    PIC 9(6).
001270     03  FILLER           PIC X(4).
001280************************************************************
001290*      PAYMENT HISTORY WRITTEN BY PROG4, KEYED BY ACCOUNT
001300*      NUMBER PLUS PAYMENT DATE PLUS A SEQUENCE NUMBER.  A
001310*      REVERSAL ENTRY CARRIES THE DATE OF THE PAYMENT IT
001320*      REVERSES
001330************************************************************
001340 FD  PAYHIST-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  PAYHIST-REC.
001370     03  H-KEY.
001380         05  H-ACCT-NO    PIC 9(6).
001390         05  H-PAY-DATE   PIC 9(8).
001400         05  H-PAY-SEQ    PIC 9(2).
001410     03  H-PAY-AMT        PIC 9999V99.
001420     03  H-REC-TYPE       PIC X(1).
001430         88  HIST-IS-LIVE-PAYMENT     VALUE ' '.
001440         88  HIST-IS-REVERSED         VALUE 'V'.
001450         88  HIST-IS-REVERSAL         VALUE 'R'.
001460         88  HIST-IS-RECOVERY         VALUE 'C'.
001470     03  H-FEE-PAID       PIC 9999V99.
001480     03  FILLER           PIC X(1).
001490************************************************************
001500*      NIGHTLY RUN-CONTROL FILE - ONE RECORD PER PROGRAM IN
001510*      THE STREAM, STAMPED WITH ITS RUN DATE AND WHETHER IT
001520*      STARTED OR COMPLETED, SO EACH PROGRAM CAN REFUSE TO
001530*      RUN AHEAD OF ITS PREDECESSOR OR AGAINST STALE INPUT
001540************************************************************
001550 FD  RUNCTL-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  RUNCTL-REC.
001580     03  RC-PROG-NAME     PIC X(8).
001590     03  RC-RUN-DATE      PIC 9(6).
001600     03  RC-STATUS        PIC X(1).
001610         88  RC-RUN-STARTED           VALUE 'S'.
001620         88  RC-RUN-COMPLETED         VALUE 'C'.
001630     03  FILLER           PIC X(5).
001640************************************************************
001650*      CLOSE CONTROL FILE WRITTEN BY PROG9 - THE LAST PERIOD
001660*      CLOSED, WHICH TELLS WHERE THE OPEN PERIOD'S PAYMENTS
001670*      START
001680************************************************************
001690 FD  CLOSECTL-FILE
001700     LABEL RECORDS ARE STANDARD.
001710 01  CLOSECTL-REC         PIC X(6).
001720************************************************************
001730*      ONE-RECORD PARAMETER FILE NAMING THE RUN MODE
001740************************************************************
001750 FD  INTGPARM-FILE
001760     LABEL RECORDS ARE OMITTED.
001770 01  INTGPARM-REC         PIC X(80).
001780************************************************************
001790*      INTEGRITY REPORT - ONE LINE PER FINDING
001800************************************************************
001810 FD  INTEG-FILE
001820     LABEL RECORDS ARE OMITTED.
001830 01  INTEG-REC            PIC X(80).
001840************************************************************
001850*      CORRECTING TRANSACTIONS FOR PROG2, IN ITS TRANS-REC
001860*      LAYOUT
001870************************************************************
001880 FD  FIXTRANS-FILE
001890     BLOCK CONTAINS 0 RECORDS
001900     LABEL RECORDS ARE STANDARD.
001910 01  FIXTRANS-REC         PIC X(80).
001920************************************************************
001930*      CORRECTING TRANSACTIONS FOR PROG13, IN ITS TRANS-REC
001940*      LAYOUT
001950************************************************************
001960 FD  FIXADDR-FILE
001970     BLOCK CONTAINS 0 RECORDS
001980     LABEL RECORDS ARE STANDARD.
001990 01  FIXADDR-REC          PIC X(80).
001991************************************************************
001992*      HISTORY PURGE RECORDS FOR PROG17 - ONE PER ACCOUNT
001993*      WHOSE HISTORY HAS NO MASTER, IN ACCOUNT ORDER
001994************************************************************
001995 FD  FIXHIST-FILE
001996     BLOCK CONTAINS 0 RECORDS
001997     LABEL RECORDS ARE STANDARD.
001998 01  FIXHIST-REC          PIC X(80).
002000 WORKING-STORAGE SECTION.
002010************************************************************
002020*      LAYOUT FOR THE PARAMETER RECORD.  'R' IS REPAIR MODE;
002030*      ANYTHING ELSE, OR NO PARAMETER FILE, ONLY REPORTS
002040************************************************************
002050 01  INTGPARM-DATA.
002060     03  IP-MODE          PIC X(1).
002070         88  REPAIR-MODE              VALUE 'R'.
002080     03  FILLER           PIC X(79).
002090************************************************************
002100*      LAYOUT FOR THE CLOSE CONTROL RECORD, SAME AS
002110*      CLOSECTL-DATA IN PROG9 - THE QUARTER AS YYYYQN, FOR
002120*      EXAMPLE 2026Q3
002130************************************************************
002140 01  CLOSECTL-DATA.
002150     03  CC-LAST-PERIOD   PIC X(6)     VALUE SPACES.
002160     03  CC-LAST-PERIOD-PARTS REDEFINES CC-LAST-PERIOD.
002170         05  CC-LAST-YYYY PIC 9(4).
002180         05  CC-LAST-Q    PIC X.
002190         05  CC-LAST-QTR  PIC 9.
002200************************************************************
002210*      FIRST DAY OF THE OPEN PERIOD - THE FIRST DAY OF THE
002220*      QUARTER AFTER THE LAST ONE PROG9 CLOSED.  PROG9 EMPTIES
002230*      THE PAYMENT BUCKETS AT THE CLOSE, SO THE BUCKETS HOLD
002240*      ONLY PAYMENTS DATED FROM HERE ON
002250************************************************************
002260 01  WS-PERIOD-START.
002270     03  WS-PS-YYYY       PIC 9(4)     VALUE 0.
002280     03  WS-PS-MM         PIC 99       VALUE 0.
002290     03  WS-PS-DD         PIC 99       VALUE 1.
002300 01  WS-PERIOD-START-N REDEFINES WS-PERIOD-START
002310                          PIC 9(8).
002320************************************************************
002330*      LAYOUT FOR A PROG2 CHANGE TRANSACTION, SAME AS PROG2'S
002340*      TRANS-REC
002350************************************************************
002360 01  FIX-TRANS-DATA.
002370     03  FT-CODE          PIC X(1).
002380     03  FT-ACCT-NO       PIC 9(6).
002390     03  FT-NAME          PIC X(20).
002400     03  FT-LOAN          PIC 99999V99.
002410     03  FT-PAID1         PIC 9999V99.
002420     03  FT-PAID2         PIC 9999V99.
002430     03  FT-PAID3         PIC 9999V99.
002440     03  FT-PAID4         PIC 9999V99.
002450     03  FT-MIN-PAY       PIC 9999V99.
002460     03  FT-INT-RATE      PIC 9V9999.
002470     03  FILLER           PIC X(1)     VALUE SPACE.
002480     03  FT-BRANCH        PIC 9(2).
002490     03  FT-KEYED-BY      PIC X(8)     VALUE 'PROG31'.
002500************************************************************
002510*      LAYOUT FOR A PROG13 ADDRESS TRANSACTION, SAME AS
002520*      PROG13'S TRANS-REC
002530************************************************************
002540 01  FIX-ADDR-DATA.
002550     03  FA-CODE          PIC X(1).
002560     03  FA-ACCT-NO       PIC 9(6).
002570     03  FA-ADDR1         PIC X(25).
002580     03  FA-ADDR2         PIC X(25).
002590     03  FA-CITY          PIC X(15).
002600     03  FA-STATE         PIC X(2).
002610     03  FA-ZIP           PIC X(5).
002620     03  FILLER           PIC X(1)     VALUE SPACE.
002621************************************************************
002622*      LAYOUT FOR A PROG17 HISTORY PURGE RECORD, SAME AS
002623*      PROG17'S HISTPURG-DATA
002624************************************************************
002625 01  FIX-PURGE-DATA.
002626     03  FP-ACCT-NO       PIC 9(6).
002627     03  FILLER           PIC X(74)    VALUE SPACES.
002630************************************************************
002640*      LAYOUT FOR THE REPORT HEADING LINES
002650************************************************************
002660 01  INTEG-HEADING1.
002670     03                  PIC X(22)   VALUE
002680         'FILE INTEGRITY SWEEP'.
002690     03                  PIC X(8)    VALUE 'MODE: '.
002700     03  IH-MODE          PIC X(12).
002710     03                  PIC X(4)    VALUE SPACES.
002720     03                  PIC X(10)   VALUE 'RUN DATE: '.
002730     03  IH-RUN-DATE      PIC X(8).
002740 01  INTEG-HEADING2.
002750     03                  PIC X(4)    VALUE 'FILE'.
002760     03                  PIC X(6)    VALUE SPACES.
002770     03                  PIC X(7)    VALUE 'ACCT NO'.
002780     03                  PIC X(1)    VALUE SPACES.
002790     03                  PIC X(6)    VALUE 'DETAIL'.
002800     03                  PIC X(16)   VALUE SPACES.
002810     03                  PIC X(7)    VALUE 'FINDING'.
002820     03                  PIC X(23)   VALUE SPACES.
002830     03                  PIC X(6)    VALUE 'AMOUNT'.
002840************************************************************
002850*      LAYOUT FOR THE FINDING LINE.  THE DETAIL IS THE NAME
002860*      OR THE PAYMENT DATE THE FINDING IS ABOUT, AND THE
002870*      AMOUNT IS LEFT BLANK WHEN THE FINDING HAS NONE
002880************************************************************
002890 01  INTEG-DATA1.
002900     03  ID-FILE          PIC X(8).
002910     03  FILLER           PIC X(2)    VALUE SPACES.
002920     03  ID-ACCT-NO       PIC 9(6).
002930     03  FILLER           PIC X(2)    VALUE SPACES.
002940     03  ID-DETAIL        PIC X(20).
002950     03  FILLER           PIC X(2)    VALUE SPACES.
002960     03  ID-FINDING       PIC X(28).
002970     03  FILLER           PIC X(1)    VALUE SPACES.
002980     03  ID-AMOUNT        PIC -ZZZZZZ9.99 BLANK WHEN ZERO.
002990************************************************************
003000*      LAYOUT FOR THE REPORT TRAILER LINES
003010************************************************************
003020 01  INTEG-TRAILER1.
003030     03  IT-CAPTION       PIC X(36).
003040     03  IT-COUNT         PIC ZZZZZZ9.
003050 01  INTEG-RESULT-LINE.
003060     03  IR-TEXT          PIC X(60).
003070 01  MISC.
003080************************************************************
003090*      END OF FILE (EOF) SWITCHES        *
003100*    0=NOT AT EOF       1=AT EOF        *
003110************************************************************
003120     03  EOF-A            PIC 9        VALUE 0.
003130     03  EOF-M            PIC 9        VALUE 0.
003140     03  EOF-X            PIC 9        VALUE 0.
003150     03  EOF-H            PIC 9        VALUE 0.
003160     03  EOF-P            PIC 9        VALUE 0.
003170     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
003180     03  WS-ADDR-STATUS   PIC X(2)     VALUE SPACES.
003190     03  WS-XREF-STATUS   PIC X(2)     VALUE SPACES.
003200     03  WS-PAYHIST-STATUS PIC X(2)    VALUE SPACES.
003210     03  WS-RUNCTL-STATUS PIC X(2)     VALUE SPACES.
003220     03  WS-RUNCTL-TODAY  PIC 9(6)     VALUE 0.
003230************************************************************
003240*      RECORDS READ AND FINDINGS, BY KIND
003250************************************************************
003260 01  WS-COUNTS.
003270     03  ADDR-CTR         PIC 9(7)     VALUE 0    COMP.
003280     03  MASTER-CTR       PIC 9(7)     VALUE 0    COMP.
003290     03  XREF-CTR         PIC 9(7)     VALUE 0    COMP.
003300     03  HIST-CTR         PIC 9(7)     VALUE 0    COMP.
003310     03  ADDR-ORPHAN-CTR  PIC 9(7)     VALUE 0    COMP.
003320     03  NO-ADDR-CTR      PIC 9(7)     VALUE 0    COMP.
003330     03  NO-XREF-CTR      PIC 9(7)     VALUE 0    COMP.
003340     03  XREF-ORPHAN-CTR  PIC 9(7)     VALUE 0    COMP.
003350     03  XREF-NAME-CTR    PIC 9(7)     VALUE 0    COMP.
003360     03  HIST-ORPHAN-CTR  PIC 9(7)     VALUE 0    COMP.
003370     03  NO-REVERSAL-CTR  PIC 9(7)     VALUE 0    COMP.
003380     03  NO-REVERSED-CTR  PIC 9(7)     VALUE 0    COMP.
003390     03  PAID-DIFF-CTR    PIC 9(7)     VALUE 0    COMP.
003400     03  FINDING-CTR      PIC 9(7)     VALUE 0    COMP.
003410     03  FIX-TRANS-CTR    PIC 9(7)     VALUE 0    COMP.
003420     03  FIX-ADDR-CTR     PIC 9(7)     VALUE 0    COMP.
003421     03  FIX-HIST-CTR     PIC 9(7)     VALUE 0    COMP.
003430************************************************************
003440*      HISTORY SWEEP WORK - THE ACCOUNT AND PAYMENT DATE NOW
003450*      BEING COUNTED, WHETHER THE ACCOUNT IS ON THE MASTER,
003460*      AND HOW MANY REVERSED PAYMENTS AND REVERSAL ENTRIES
003470*      THE DATE CARRIES
003480************************************************************
003490 01  WS-HIST-WORK.
003500     03  WS-HIST-ACCT     PIC 9(6)     VALUE 0.
003510     03  WS-HIST-DATE     PIC 9(8)     VALUE 0.
003520     03  WS-HIST-ROWS     PIC 9(5)     VALUE 0    COMP.
003530     03  WS-V-CTR         PIC 9(3)     VALUE 0    COMP.
003540     03  WS-R-CTR         PIC 9(3)     VALUE 0    COMP.
003550     03  WS-ON-MASTER-SW  PIC X(1)     VALUE 'Y'.
003560         88  ACCT-ON-MASTER           VALUE 'Y'.
003570         88  ACCT-NOT-ON-MASTER       VALUE 'N'.
003580************************************************************
003590*      PAYMENT BUCKET CHECK WORK.  THE HISTORY SUM IS WHAT
003600*      PROG4 PUT IN THE BUCKETS: EACH LIVE PAYMENT LESS THE
003610*      PART THAT PAID LATE CHARGES
003620************************************************************
003630 01  WS-PAID-WORK.
003640     03  WS-MASTER-PAID   PIC 9(6)V99  VALUE 0.
003650     03  WS-HIST-PAID     PIC 9(6)V99  VALUE 0.
003660     03  WS-PAID-DIFF     PIC S9(6)V99 VALUE 0.
003670     03  WS-FIX-LEFT      PIC 9(6)V99  VALUE 0.
003680 01  WS-LOG-FILE          PIC X(8)     VALUE SPACES.
003690 01  WS-LOG-FINDING       PIC X(28)    VALUE SPACES.
003700************************************************************
003710*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME.  THE
003720*      CENTURY WINDOW PUTS EVERY TWO-DIGIT YEAR IN 20XX, THE
003730*      SAME WAY THE PAYMENT DATES PROG4 KEEPS ARE CUT
003740************************************************************
003750 01  WS-SYSTEM-DATE.
003760     03  WS-SYS-YY        PIC 99.
003770     03  WS-SYS-MM        PIC 99.
003780     03  WS-SYS-DD        PIC 99.
003790 01  WS-CURRENT-DATE.
003800     03  WS-CUR-YYYY      PIC 9(4)     VALUE 0.
003810     03  WS-CUR-MM        PIC 99       VALUE 0.
003820     03  WS-CUR-DD        PIC 99       VALUE 0.
003830 01  WS-CUR-QTR           PIC 9        VALUE 0.
003840 01  WS-EDIT-DATE.
003850     03  WS-EDIT-MM       PIC 99.
003860     03  FILLER           PIC X       VALUE '/'.
003870     03  WS-EDIT-DD       PIC 99.
003880     03  FILLER           PIC X       VALUE '/'.
003890     03  WS-EDIT-YY       PIC 99.
003900************************************************************
003910*      START OF PROCEDURE DIVISION
003920************************************************************
003930 PROCEDURE DIVISION.
003940************************************************************
003950* THE MAINLINE IS RESPONSIBILE FOR THE FLOW OF THE LOGIC
003960* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
003970* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
003980************************************************************
003990 000-MAINLINE.
004000     PERFORM 0200-STAMP-RUN-START.
004010     ACCEPT WS-SYSTEM-DATE FROM DATE.
004020     COMPUTE WS-CUR-YYYY = 2000 + WS-SYS-YY.
004030     MOVE WS-SYS-MM       TO WS-CUR-MM.
004040     MOVE WS-SYS-DD       TO WS-CUR-DD.
004050     MOVE WS-SYS-MM       TO WS-EDIT-MM.
004060     MOVE WS-SYS-DD       TO WS-EDIT-DD.
004070     MOVE WS-SYS-YY       TO WS-EDIT-YY.
004080     PERFORM 1000-READ-INTGPARM.
004090     PERFORM 1100-FIND-PERIOD-START.
004100     OPEN INPUT MASTER-FILE.
004110     IF WS-MASTER-STATUS NOT = '00'
004120         DISPLAY 'PROG31: MASTER-FILE OPEN FAILED, STATUS '
004130                 WS-MASTER-STATUS
004140         STOP RUN
004150     END-IF.
004160     OPEN INPUT ADDR-FILE.
004170     IF WS-ADDR-STATUS NOT = '00'
004180         DISPLAY 'PROG31: ADDR-FILE OPEN FAILED, STATUS '
004190                 WS-ADDR-STATUS
004200         STOP RUN
004210     END-IF.
004220     OPEN INPUT XREF-FILE.
004230     IF WS-XREF-STATUS NOT = '00'
004240         AND WS-XREF-STATUS NOT = '05'
004250         DISPLAY 'PROG31: XREF-FILE OPEN FAILED, STATUS '
004260                 WS-XREF-STATUS
004270         STOP RUN
004280     END-IF.
004290     OPEN INPUT PAYHIST-FILE.
004300     IF WS-PAYHIST-STATUS NOT = '00'
004310         AND WS-PAYHIST-STATUS NOT = '05'
004320         DISPLAY 'PROG31: PAYHIST-FILE OPEN FAILED, STATUS '
004330                 WS-PAYHIST-STATUS
004340         STOP RUN
004350     END-IF.
004360     OPEN OUTPUT INTEG-FILE
004370          OUTPUT FIXTRANS-FILE
004380          OUTPUT FIXADDR-FILE
004381          OUTPUT FIXHIST-FILE.
004390     PERFORM 1200-WRITE-HEADINGS.
004400     PERFORM 2000-SWEEP-ADDRESSES.
004410     PERFORM 3000-SWEEP-MASTER.
004420     PERFORM 4000-SWEEP-XREF.
004430     PERFORM 5000-SWEEP-HISTORY.
004440     PERFORM 8000-PRINT-TRAILER.
004450     CLOSE MASTER-FILE
004460           ADDR-FILE
004470           XREF-FILE
004480           PAYHIST-FILE
004490           INTEG-FILE
004500           FIXTRANS-FILE
004510           FIXADDR-FILE
004511           FIXHIST-FILE.
004520     IF FINDING-CTR > 0
004530         CLOSE RUNCTL-FILE
004540         MOVE 8 TO RETURN-CODE
004550     ELSE
004560         PERFORM 0300-STAMP-RUN-END
004570     END-IF.
004580     STOP RUN.
004590************************************************************
004600*      0200-STAMP-RUN-START OPENS THE NIGHTLY RUN-CONTROL
004610*      FILE AND STAMPS THIS PROGRAM STARTED FOR TODAY'S
004620*      CYCLE.  THIS PROGRAM HEADS THE STREAM, SO THERE IS NO
004630*      PREDECESSOR TO CHECK
004640************************************************************
004650 0200-STAMP-RUN-START.
004660     ACCEPT WS-RUNCTL-TODAY FROM DATE.
004670     OPEN I-O RUNCTL-FILE.
004680     IF WS-RUNCTL-STATUS NOT = '00'
004690         AND WS-RUNCTL-STATUS NOT = '05'
004700         DISPLAY 'PROG31: RUNCTL-FILE OPEN FAILED, STATUS '
004710                 WS-RUNCTL-STATUS
004720         MOVE 8 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750     MOVE SPACES          TO RUNCTL-REC.
004760     MOVE 'PROG31'        TO RC-PROG-NAME.
004770     MOVE WS-RUNCTL-TODAY TO RC-RUN-DATE.
004780     MOVE 'S'             TO RC-STATUS.
004790     WRITE RUNCTL-REC
004800         INVALID KEY
004810             REWRITE RUNCTL-REC
004820     END-WRITE.
004830************************************************************
004840*      0300-STAMP-RUN-END STAMPS THIS PROGRAM COMPLETED FOR
004850*      TODAY'S CYCLE, SO PROG10 MAY START.  A RUN WITH ANY
004860*      FINDING LEAVES ITS STAMP AT STARTED, WHICH HOLDS THE
004870*      STREAM UNTIL THE FINDINGS ARE CLEARED AND THE SWEEP IS
004880*      RUN AGAIN.  A REPAIR-MODE RUN WRITES THE CLEARING WORK
004881*      FOR THE BUCKETS (PROG2), ORPHAN ADDRESSES (PROG13) AND
004882*      HISTORY WITH NO MASTER (PROG17); ONCE THOSE ARE APPLIED
004883*      THE NEXT SWEEP CAN STAMP THE RUN COMPLETE.  THE OTHER
004884*      FINDINGS ARE CORRECTED BY HAND
004890************************************************************
004900 0300-STAMP-RUN-END.
004910     MOVE SPACES          TO RUNCTL-REC.
004920     MOVE 'PROG31'        TO RC-PROG-NAME.
004930     MOVE WS-RUNCTL-TODAY TO RC-RUN-DATE.
004940     MOVE 'C'             TO RC-STATUS.
004950     REWRITE RUNCTL-REC
004960         INVALID KEY
004970             DISPLAY 'PROG31: RUN-CONTROL END STAMP FAILED'
004980     END-REWRITE.
004990     CLOSE RUNCTL-FILE.
005000************************************************************
005010*      1000-READ-INTGPARM READS THE ONE-RECORD PARAMETER FILE,
005020*      IF ONE WAS SUPPLIED, FOR THE RUN MODE.  A MISSING FILE
005030*      ONLY REPORTS
005040************************************************************
005050 1000-READ-INTGPARM.
005060     OPEN INPUT INTGPARM-FILE.
005070     READ INTGPARM-FILE INTO INTGPARM-DATA
005080          AT END INITIALIZE INTGPARM-DATA.
005090     CLOSE INTGPARM-FILE.
005100************************************************************
005110*      1100-FIND-PERIOD-START READS THE CLOSE CONTROL FILE
005120*      AND SETS THE OPEN PERIOD'S FIRST DAY TO THE FIRST DAY
005130*      OF THE QUARTER AFTER THE LAST QUARTER CLOSED, AS PROG28
005140*      DOES.  WITH NO CLOSE ON RECORD THE OPEN PERIOD IS
005150*      TAKEN TO BE THE CURRENT QUARTER
005160************************************************************
005170 1100-FIND-PERIOD-START.
005180     OPEN INPUT CLOSECTL-FILE.
005190     READ CLOSECTL-FILE INTO CLOSECTL-DATA
005200          AT END MOVE SPACES TO CC-LAST-PERIOD.
005210     CLOSE CLOSECTL-FILE.
005220     MOVE 1 TO WS-PS-DD.
005230     IF CC-LAST-YYYY NUMERIC AND CC-LAST-Q = 'Q'
005240        AND CC-LAST-QTR NUMERIC
005250        AND CC-LAST-QTR > 0 AND CC-LAST-QTR < 5
005260         IF CC-LAST-QTR = 4
005270             COMPUTE WS-PS-YYYY = CC-LAST-YYYY + 1
005280             MOVE 1 TO WS-PS-MM
005290         ELSE
005300             MOVE CC-LAST-YYYY TO WS-PS-YYYY
005310             COMPUTE WS-PS-MM = CC-LAST-QTR * 3 + 1
005320         END-IF
005330     ELSE
005340         MOVE WS-CUR-YYYY TO WS-PS-YYYY
005350         COMPUTE WS-CUR-QTR = (WS-CUR-MM + 2) / 3
005360         COMPUTE WS-PS-MM = (WS-CUR-QTR - 1) * 3 + 1
005370     END-IF.
005380************************************************************
005390*      1200-WRITE-HEADINGS STARTS THE INTEGRITY REPORT
005400************************************************************
005410 1200-WRITE-HEADINGS.
005420     IF REPAIR-MODE
005430         MOVE 'REPAIR'      TO IH-MODE
005440     ELSE
005450         MOVE 'REPORT ONLY' TO IH-MODE
005460     END-IF.
005470     MOVE WS-EDIT-DATE    TO IH-RUN-DATE.
005480     WRITE INTEG-REC FROM INTEG-HEADING1
005490           AFTER ADVANCING PAGE.
005500     WRITE INTEG-REC FROM INTEG-HEADING2
005510           AFTER ADVANCING 2 LINES.
005520************************************************************
005530*      2000-SWEEP-ADDRESSES READS THE ADDRESS FILE FROM THE
005540*      TOP AND LOOKS EACH ADDRESS UP ON THE MASTER
005550************************************************************
005560 2000-SWEEP-ADDRESSES.
005570     MOVE LOW-VALUES      TO AD-ACCT-NO.
005580     START ADDR-FILE KEY NOT LESS THAN AD-ACCT-NO
005590         INVALID KEY MOVE 1 TO EOF-A
005600     END-START.
005610     IF EOF-A NOT = 1
005620         PERFORM 9000-READ-ADDR-NEXT
005630     END-IF.
005640     PERFORM 2100-CHECK-ONE-ADDRESS
005650         UNTIL EOF-A = 1.
005660************************************************************
005670*      2100-CHECK-ONE-ADDRESS REPORTS AN ADDRESS FILED UNDER
005680*      AN ACCOUNT NO LONGER ON THE MASTER - PROG2 DELETES A
005690*      LOAN WITHOUT TOUCHING ITS ADDRESS - AND IN REPAIR MODE
005700*      WRITES THE PROG13 DELETE FOR IT
005710************************************************************
005720 2100-CHECK-ONE-ADDRESS.
005730     ADD 1 TO ADDR-CTR.
005740     MOVE AD-ACCT-NO      TO M-ACCT-NO.
005750     READ MASTER-FILE
005760         INVALID KEY
005770             ADD 1 TO ADDR-ORPHAN-CTR
005780             MOVE 'ADDRESS'  TO WS-LOG-FILE
005790             MOVE 'NO MASTER FOR ADDRESS' TO WS-LOG-FINDING
005800             MOVE AD-ACCT-NO TO ID-ACCT-NO
005810             MOVE AD-ADDR1   TO ID-DETAIL
005820             MOVE 0          TO ID-AMOUNT
005830             PERFORM 7000-WRITE-FINDING
005840             IF REPAIR-MODE
005850                 PERFORM 7200-WRITE-ADDR-DELETE
005860             END-IF
005870     END-READ.
005880     PERFORM 9000-READ-ADDR-NEXT.
005890************************************************************
005900*      3000-SWEEP-MASTER READS THE MASTER FROM THE TOP AND
005910*      CHECKS EACH ACCOUNT AGAINST THE OTHER THREE FILES
005920************************************************************
005930 3000-SWEEP-MASTER.
005940     MOVE LOW-VALUES      TO M-ACCT-NO.
005950     START MASTER-FILE KEY NOT LESS THAN M-ACCT-NO
005960         INVALID KEY MOVE 1 TO EOF-M
005970     END-START.
005980     IF EOF-M NOT = 1
005990         PERFORM 9100-READ-MASTER-NEXT
006000     END-IF.
006010     PERFORM 3100-CHECK-ONE-MASTER
006020         UNTIL EOF-M = 1.
006030************************************************************
006040*      3100-CHECK-ONE-MASTER REPORTS A LOAN WITH NO ADDRESS OR
006050*      WITH NO CROSS-REFERENCE ENTRY UNDER ITS CURRENT NAME,
006060*      AND CHECKS THE PAYMENT BUCKETS OF AN OPEN LOAN
006070************************************************************
006080 3100-CHECK-ONE-MASTER.
006090     ADD 1 TO MASTER-CTR.
006100     MOVE 0               TO ID-AMOUNT.
006110     MOVE M-ACCT-NO       TO ID-ACCT-NO.
006120     MOVE M-NAME          TO ID-DETAIL.
006130     MOVE M-ACCT-NO       TO AD-ACCT-NO.
006140     READ ADDR-FILE
006150         INVALID KEY
006160             ADD 1 TO NO-ADDR-CTR
006170             MOVE 'MASTER'   TO WS-LOG-FILE
006180             MOVE 'NO ADDRESS ON FILE' TO WS-LOG-FINDING
006190             PERFORM 7000-WRITE-FINDING
006200     END-READ.
006210     MOVE M-NAME          TO X-NAME.
006220     MOVE M-ACCT-NO       TO X-ACCT-NO.
006230     READ XREF-FILE
006240         INVALID KEY
006250             ADD 1 TO NO-XREF-CTR
006260             MOVE 'MASTER'   TO WS-LOG-FILE
006270             MOVE 'NO XREF ENTRY UNDER NAME' TO WS-LOG-FINDING
006280             PERFORM 7000-WRITE-FINDING
006290     END-READ.
006300     IF LOAN-IS-ACTIVE
006310         PERFORM 3200-CHECK-PAID-BUCKETS
006320     END-IF.
006330     PERFORM 9100-READ-MASTER-NEXT.
006340************************************************************
006350*      3200-CHECK-PAID-BUCKETS ADDS UP THE LIVE PAYMENTS ON
006360*      HISTORY DATED IN THE OPEN PERIOD, LESS WHAT THEY PAID
006370*      IN LATE CHARGES, AND REPORTS A LOAN WHOSE M-PAID1 THRU
006380*      M-PAID4 COME TO SOMETHING ELSE.  THE AMOUNT SHOWN IS
006390*      THE MASTER LESS THE HISTORY.  ONLY AN OPEN LOAN IS
006400*      CHECKED - PROG9 DOES NOT EMPTY THE BUCKETS OF A LOAN
006410*      CHARGED OFF OR PAID OFF
006420************************************************************
006430 3200-CHECK-PAID-BUCKETS.
006440     COMPUTE WS-MASTER-PAID = M-PAID1 + M-PAID2
006450                            + M-PAID3 + M-PAID4.
006460     MOVE 0               TO WS-HIST-PAID.
006470     MOVE 0               TO EOF-H.
006480     MOVE M-ACCT-NO       TO H-ACCT-NO.
006490     MOVE WS-PERIOD-START-N TO H-PAY-DATE.
006500     MOVE 0               TO H-PAY-SEQ.
006510     START PAYHIST-FILE KEY NOT LESS THAN H-KEY
006520         INVALID KEY MOVE 1 TO EOF-H
006530     END-START.
006540     IF EOF-H NOT = 1
006550         PERFORM 9200-READ-HISTORY-NEXT
006560     END-IF.
006570     PERFORM 3210-ADD-ONE-PAYMENT
006580         UNTIL EOF-H = 1.
006590     COMPUTE WS-PAID-DIFF = WS-MASTER-PAID - WS-HIST-PAID.
006600     IF WS-PAID-DIFF NOT = 0
006610         ADD 1 TO PAID-DIFF-CTR
006620         MOVE 'MASTER'   TO WS-LOG-FILE
006630         MOVE 'M-PAID DIFFERS FROM HISTORY' TO WS-LOG-FINDING
006640         MOVE WS-PAID-DIFF TO ID-AMOUNT
006650         PERFORM 7000-WRITE-FINDING
006660         IF REPAIR-MODE
006670             PERFORM 7100-WRITE-PAID-CHANGE
006680         END-IF
006690     END-IF.
006700************************************************************
006710*      3210-ADD-ONE-PAYMENT ADDS ONE LIVE PAYMENT, LESS ITS
006720*      LATE-CHARGE PART, WHILE THE HISTORY RECORDS STILL
006730*      BELONG TO THE ACCOUNT.  A RECORD WRITTEN BEFORE PROG4
006731*      KEPT THE LATE-CHARGE PART HAS SPACES THERE AND PAID
006732*      NO LATE CHARGES
006740************************************************************
006750 3210-ADD-ONE-PAYMENT.
006760     IF H-ACCT-NO NOT = M-ACCT-NO
006770         MOVE 1 TO EOF-H
006780     ELSE
006790         IF HIST-IS-LIVE-PAYMENT
006800             ADD H-PAY-AMT TO WS-HIST-PAID
006810             IF H-FEE-PAID NUMERIC
006811                 SUBTRACT H-FEE-PAID FROM WS-HIST-PAID
006812             END-IF
006820         END-IF
006830         PERFORM 9200-READ-HISTORY-NEXT
006840     END-IF.
006850************************************************************
006860*      4000-SWEEP-XREF READS THE CROSS-REFERENCE FROM THE TOP
006870*      AND LOOKS EACH ENTRY'S ACCOUNT UP ON THE MASTER
006880************************************************************
006890 4000-SWEEP-XREF.
006900     MOVE LOW-VALUES      TO X-KEY.
006910     START XREF-FILE KEY NOT LESS THAN X-KEY
006920         INVALID KEY MOVE 1 TO EOF-X
006930     END-START.
006940     IF EOF-X NOT = 1
006950         PERFORM 9300-READ-XREF-NEXT
006960     END-IF.
006970     PERFORM 4100-CHECK-ONE-XREF
006980         UNTIL EOF-X = 1.
006990************************************************************
007000*      4100-CHECK-ONE-XREF REPORTS AN ENTRY WHOSE ACCOUNT IS
007010*      NOT ON THE MASTER, OR WHOSE NAME IS NO LONGER THE NAME
007020*      ON THE MASTER.  PROG14'S REBUILD CLEARS BOTH
007030************************************************************
007040 4100-CHECK-ONE-XREF.
007050     ADD 1 TO XREF-CTR.
007060     MOVE 'XREF'          TO WS-LOG-FILE.
007070     MOVE X-ACCT-NO       TO ID-ACCT-NO.
007080     MOVE X-NAME          TO ID-DETAIL.
007090     MOVE 0               TO ID-AMOUNT.
007100     MOVE X-ACCT-NO       TO M-ACCT-NO.
007110     READ MASTER-FILE
007120         INVALID KEY
007130             ADD 1 TO XREF-ORPHAN-CTR
007140             MOVE 'NO MASTER FOR XREF ENTRY' TO WS-LOG-FINDING
007150             PERFORM 7000-WRITE-FINDING
007160         NOT INVALID KEY
007170             IF M-NAME NOT = X-NAME
007180                 ADD 1 TO XREF-NAME-CTR
007190                 MOVE 'XREF NAME NOT MASTER NAME'
007200                      TO WS-LOG-FINDING
007210                 PERFORM 7000-WRITE-FINDING
007220             END-IF
007230     END-READ.
007240     PERFORM 9300-READ-XREF-NEXT.
007250************************************************************
007260*      5000-SWEEP-HISTORY READS THE PAYMENT HISTORY FROM THE
007270*      TOP.  THE RECORDS FOR ONE ACCOUNT AND ONE PAYMENT DATE
007280*      COME TOGETHER, SO A REVERSED PAYMENT AND ITS REVERSAL
007290*      ENTRY ARE COUNTED OFF AGAINST EACH OTHER DATE BY DATE
007300************************************************************
007310 5000-SWEEP-HISTORY.
007320     MOVE LOW-VALUES      TO H-KEY.
007330     MOVE 0               TO EOF-H.
007340     START PAYHIST-FILE KEY NOT LESS THAN H-KEY
007350         INVALID KEY MOVE 1 TO EOF-H
007360     END-START.
007370     IF EOF-H NOT = 1
007380         PERFORM 9200-READ-HISTORY-NEXT
007390     END-IF.
007400     IF EOF-H NOT = 1
007410         PERFORM 5200-START-ACCOUNT
007420         PERFORM 5300-START-DATE
007430     END-IF.
007440     PERFORM 5100-CHECK-ONE-HISTORY
007450         UNTIL EOF-H = 1.
007460     IF HIST-CTR > 0
007470         PERFORM 5400-END-DATE
007480         PERFORM 5500-END-ACCOUNT
007490     END-IF.
007500************************************************************
007510*      5100-CHECK-ONE-HISTORY CLOSES OFF THE DATE AND THE
007520*      ACCOUNT WHEN THE RECORD STARTS A NEW ONE, COUNTS THE
007530*      RECORD, AND READS THE NEXT
007540************************************************************
007550 5100-CHECK-ONE-HISTORY.
007560     IF H-ACCT-NO NOT = WS-HIST-ACCT
007570         PERFORM 5400-END-DATE
007580         PERFORM 5500-END-ACCOUNT
007590         PERFORM 5200-START-ACCOUNT
007600         PERFORM 5300-START-DATE
007610     ELSE
007620         IF H-PAY-DATE NOT = WS-HIST-DATE
007630             PERFORM 5400-END-DATE
007640             PERFORM 5300-START-DATE
007650         END-IF
007660     END-IF.
007670     ADD 1 TO HIST-CTR.
007680     ADD 1 TO WS-HIST-ROWS.
007690     IF HIST-IS-REVERSED
007700         ADD 1 TO WS-V-CTR
007710     END-IF.
007720     IF HIST-IS-REVERSAL
007730         ADD 1 TO WS-R-CTR
007740     END-IF.
007750     PERFORM 9200-READ-HISTORY-NEXT.
007760************************************************************
007770*      5200-START-ACCOUNT NOTES THE ACCOUNT THE HISTORY HAS
007780*      MOVED ON TO AND WHETHER IT IS ON THE MASTER
007790************************************************************
007800 5200-START-ACCOUNT.
007810     MOVE H-ACCT-NO       TO WS-HIST-ACCT.
007820     MOVE 0               TO WS-HIST-ROWS.
007830     SET ACCT-ON-MASTER   TO TRUE.
007840     MOVE H-ACCT-NO       TO M-ACCT-NO.
007850     READ MASTER-FILE
007860         INVALID KEY SET ACCT-NOT-ON-MASTER TO TRUE
007870     END-READ.
007880************************************************************
007890*      5300-START-DATE NOTES THE PAYMENT DATE THE HISTORY HAS
007900*      MOVED ON TO
007910************************************************************
007920 5300-START-DATE.
007930     MOVE H-PAY-DATE      TO WS-HIST-DATE.
007940     MOVE 0               TO WS-V-CTR.
007950     MOVE 0               TO WS-R-CTR.
007960************************************************************
007970*      5400-END-DATE REPORTS A DATE WITH MORE REVERSED
007980*      PAYMENTS THAN REVERSAL ENTRIES, OR MORE REVERSAL
007990*      ENTRIES THAN REVERSED PAYMENTS
008000************************************************************
008010 5400-END-DATE.
008020     MOVE 'HISTORY'       TO WS-LOG-FILE.
008030     MOVE WS-HIST-ACCT    TO ID-ACCT-NO.
008040     MOVE SPACES          TO ID-DETAIL.
008050     MOVE WS-HIST-DATE    TO ID-DETAIL.
008060     MOVE 0               TO ID-AMOUNT.
008070     IF WS-V-CTR > WS-R-CTR
008080         ADD 1 TO NO-REVERSAL-CTR
008090         MOVE 'REVERSED, NO REVERSAL ENTRY' TO WS-LOG-FINDING
008100         PERFORM 7000-WRITE-FINDING
008110     END-IF.
008120     IF WS-R-CTR > WS-V-CTR
008130         ADD 1 TO NO-REVERSED-CTR
008140         MOVE 'REVERSAL, NO REVERSED ROW' TO WS-LOG-FINDING
008150         PERFORM 7000-WRITE-FINDING
008160     END-IF.
008170************************************************************
008180*      5500-END-ACCOUNT REPORTS AN ACCOUNT'S HISTORY LEFT
008190*      BEHIND WITH NO MASTER - PROG2 DELETES A LOAN WITHOUT
008200*      TOUCHING ITS HISTORY - WITH THE NUMBER OF ROWS, AND IN
008201*      REPAIR MODE WRITES THE PROG17 PURGE FOR IT
008210************************************************************
008220 5500-END-ACCOUNT.
008230     IF ACCT-NOT-ON-MASTER
008240         ADD 1 TO HIST-ORPHAN-CTR
008250         MOVE 'HISTORY'      TO WS-LOG-FILE
008260         MOVE WS-HIST-ACCT   TO ID-ACCT-NO
008270         MOVE SPACES         TO ID-DETAIL
008280         MOVE WS-HIST-ROWS   TO IT-COUNT
008290         STRING 'ROWS: '     DELIMITED BY SIZE
008300                IT-COUNT     DELIMITED BY SIZE
008310                INTO ID-DETAIL
008320         MOVE 0              TO ID-AMOUNT
008330         MOVE 'NO MASTER FOR HISTORY' TO WS-LOG-FINDING
008340         PERFORM 7000-WRITE-FINDING
008341         IF REPAIR-MODE
008342             PERFORM 7300-WRITE-HIST-PURGE
008343         END-IF
008350     END-IF.
008360************************************************************
008370*      7000-WRITE-FINDING PRINTS ONE FINDING LINE, SET UP BY
008380*      THE CALLER, AND COUNTS IT
008390************************************************************
008400 7000-WRITE-FINDING.
008410     ADD 1 TO FINDING-CTR.
008420     MOVE WS-LOG-FILE     TO ID-FILE.
008430     MOVE WS-LOG-FINDING  TO ID-FINDING.
008440     WRITE INTEG-REC FROM INTEG-DATA1
008450           AFTER ADVANCING 1 LINE.
008460************************************************************
008470*      7100-WRITE-PAID-CHANGE WRITES A PROG2 CHANGE THAT
008480*      CARRIES THE MASTER RECORD AS IT STANDS BUT WITH THE
008490*      PAYMENT BUCKETS REFILLED FROM HISTORY, EACH BUCKET UP
008500*      TO ITS 9999.99 LIMIT AND THE REST IN BUCKET 4, AS
008510*      PROG4 FILLS THEM.  THE NAME IS UNCHANGED, SO PROG2
008520*      LEAVES THE CROSS-REFERENCE ALONE
008530************************************************************
008540 7100-WRITE-PAID-CHANGE.
008550     MOVE 'C'             TO FT-CODE.
008560     MOVE M-ACCT-NO       TO FT-ACCT-NO.
008570     MOVE M-NAME          TO FT-NAME.
008580     MOVE M-LOAN          TO FT-LOAN.
008590     MOVE M-MIN-PAY       TO FT-MIN-PAY.
008600     MOVE M-INT-RATE      TO FT-INT-RATE.
008610     MOVE M-BRANCH        TO FT-BRANCH.
008620     MOVE WS-HIST-PAID    TO WS-FIX-LEFT.
008630     MOVE 0               TO FT-PAID1.
008640     MOVE 0               TO FT-PAID2.
008650     MOVE 0               TO FT-PAID3.
008660     MOVE 0               TO FT-PAID4.
008670     IF WS-FIX-LEFT > 9999.99
008680         MOVE 9999.99     TO FT-PAID1
008690         SUBTRACT 9999.99 FROM WS-FIX-LEFT
008700     ELSE
008710         MOVE WS-FIX-LEFT TO FT-PAID1
008720         MOVE 0           TO WS-FIX-LEFT
008730     END-IF.
008740     IF WS-FIX-LEFT > 9999.99
008750         MOVE 9999.99     TO FT-PAID2
008760         SUBTRACT 9999.99 FROM WS-FIX-LEFT
008770     ELSE
008780         MOVE WS-FIX-LEFT TO FT-PAID2
008790         MOVE 0           TO WS-FIX-LEFT
008800     END-IF.
008810     IF WS-FIX-LEFT > 9999.99
008820         MOVE 9999.99     TO FT-PAID3
008830         SUBTRACT 9999.99 FROM WS-FIX-LEFT
008840     ELSE
008850         MOVE WS-FIX-LEFT TO FT-PAID3
008860         MOVE 0           TO WS-FIX-LEFT
008870     END-IF.
008880     IF WS-FIX-LEFT > 9999.99
008890         MOVE 'PAID TOO LARGE - NO REPAIR' TO WS-LOG-FINDING
008900         PERFORM 7000-WRITE-FINDING
008910     ELSE
008920         MOVE WS-FIX-LEFT TO FT-PAID4
008930         WRITE FIXTRANS-REC FROM FIX-TRANS-DATA
008940         ADD 1 TO FIX-TRANS-CTR
008950     END-IF.
008960************************************************************
008970*      7200-WRITE-ADDR-DELETE WRITES A PROG13 DELETE FOR AN
008980*      ADDRESS WHOSE LOAN IS GONE
008990************************************************************
009000 7200-WRITE-ADDR-DELETE.
009010     MOVE SPACES          TO FIX-ADDR-DATA.
009020     MOVE 'D'             TO FA-CODE.
009030     MOVE AD-ACCT-NO      TO FA-ACCT-NO.
009040     WRITE FIXADDR-REC FROM FIX-ADDR-DATA.
009041     ADD 1 TO FIX-ADDR-CTR.
009042************************************************************
009043*      7300-WRITE-HIST-PURGE WRITES A PROG17 PURGE RECORD FOR
009044*      AN ACCOUNT WHOSE HISTORY OUTLIVED ITS LOAN.  PROG17
009045*      ARCHIVES THE ROWS BEFORE IT DELETES THEM, SO PROG18
009046*      CAN STILL PULL THEM BACK
009047************************************************************
009048 7300-WRITE-HIST-PURGE.
009049     MOVE WS-HIST-ACCT    TO FP-ACCT-NO.
009050     WRITE FIXHIST-REC FROM FIX-PURGE-DATA.
009051     ADD 1 TO FIX-HIST-CTR.
009060************************************************************
009070*      8000-PRINT-TRAILER PRINTS THE RECORDS READ, THE
009080*      FINDINGS BY KIND, THE REPAIR TRANSACTIONS WRITTEN, AND
009090*      WHETHER THE STREAM IS TO BE HELD
009100************************************************************
009110 8000-PRINT-TRAILER.
009120     MOVE 'ADDRESS RECORDS READ:'              TO IT-CAPTION.
009130     MOVE ADDR-CTR        TO IT-COUNT.
009140     WRITE INTEG-REC FROM INTEG-TRAILER1
009150           AFTER ADVANCING 3 LINES.
009160     MOVE 'MASTER RECORDS READ:'               TO IT-CAPTION.
009170     MOVE MASTER-CTR      TO IT-COUNT.
009180     PERFORM 8100-PRINT-TRAILER-LINE.
009190     MOVE 'XREF ENTRIES READ:'                 TO IT-CAPTION.
009200     MOVE XREF-CTR        TO IT-COUNT.
009210     PERFORM 8100-PRINT-TRAILER-LINE.
009220     MOVE 'HISTORY RECORDS READ:'              TO IT-CAPTION.
009230     MOVE HIST-CTR        TO IT-COUNT.
009240     PERFORM 8100-PRINT-TRAILER-LINE.
009250     MOVE 'ADDRESSES WITH NO MASTER:'          TO IT-CAPTION.
009260     MOVE ADDR-ORPHAN-CTR TO IT-COUNT.
009270     WRITE INTEG-REC FROM INTEG-TRAILER1
009280           AFTER ADVANCING 2 LINES.
009290     MOVE 'MASTERS WITH NO ADDRESS:'           TO IT-CAPTION.
009300     MOVE NO-ADDR-CTR     TO IT-COUNT.
009310     PERFORM 8100-PRINT-TRAILER-LINE.
009320     MOVE 'MASTERS WITH NO XREF ENTRY:'        TO IT-CAPTION.
009330     MOVE NO-XREF-CTR     TO IT-COUNT.
009340     PERFORM 8100-PRINT-TRAILER-LINE.
009350     MOVE 'XREF ENTRIES WITH NO MASTER:'       TO IT-CAPTION.
009360     MOVE XREF-ORPHAN-CTR TO IT-COUNT.
009370     PERFORM 8100-PRINT-TRAILER-LINE.
009380     MOVE 'XREF NAMES NOT MATCHING MASTER:'    TO IT-CAPTION.
009390     MOVE XREF-NAME-CTR   TO IT-COUNT.
009400     PERFORM 8100-PRINT-TRAILER-LINE.
009410     MOVE 'HISTORY ACCOUNTS WITH NO MASTER:'   TO IT-CAPTION.
009420     MOVE HIST-ORPHAN-CTR TO IT-COUNT.
009430     PERFORM 8100-PRINT-TRAILER-LINE.
009440     MOVE 'REVERSED WITH NO REVERSAL ENTRY:'   TO IT-CAPTION.
009450     MOVE NO-REVERSAL-CTR TO IT-COUNT.
009460     PERFORM 8100-PRINT-TRAILER-LINE.
009470     MOVE 'REVERSAL WITH NO REVERSED ROW:'     TO IT-CAPTION.
009480     MOVE NO-REVERSED-CTR TO IT-COUNT.
009490     PERFORM 8100-PRINT-TRAILER-LINE.
009500     MOVE 'PAYMENT BUCKETS NOT MATCHING:'      TO IT-CAPTION.
009510     MOVE PAID-DIFF-CTR   TO IT-COUNT.
009520     PERFORM 8100-PRINT-TRAILER-LINE.
009530     MOVE 'PROG2 REPAIR TRANSACTIONS:'         TO IT-CAPTION.
009540     MOVE FIX-TRANS-CTR   TO IT-COUNT.
009550     WRITE INTEG-REC FROM INTEG-TRAILER1
009560           AFTER ADVANCING 2 LINES.
009570     MOVE 'PROG13 REPAIR TRANSACTIONS:'        TO IT-CAPTION.
009580     MOVE FIX-ADDR-CTR    TO IT-COUNT.
009590     PERFORM 8100-PRINT-TRAILER-LINE.
009591     MOVE 'PROG17 HISTORY PURGE RECORDS:'      TO IT-CAPTION.
009592     MOVE FIX-HIST-CTR    TO IT-COUNT.
009593     PERFORM 8100-PRINT-TRAILER-LINE.
009600     IF FINDING-CTR > 0
009610         MOVE 'FINDINGS REPORTED - STREAM HELD, RETURN CODE 8'
009620              TO IR-TEXT
009630     ELSE
009640         MOVE 'NO FINDINGS - FILES IN STEP' TO IR-TEXT
009650     END-IF.
009660     WRITE INTEG-REC FROM INTEG-RESULT-LINE
009670           AFTER ADVANCING 2 LINES.
009680************************************************************
009690*      8100-PRINT-TRAILER-LINE PRINTS THE CAPTION AND COUNT
009700*      SET UP IN INTEG-TRAILER1
009710************************************************************
009720 8100-PRINT-TRAILER-LINE.
009730     WRITE INTEG-REC FROM INTEG-TRAILER1
009740           AFTER ADVANCING 1 LINE.
009750************************************************************
009760*      9000-READ-ADDR-NEXT READS THE NEXT ADDRESS IN ACCOUNT
009770*      ORDER
009780************************************************************
009790 9000-READ-ADDR-NEXT.
009800     READ ADDR-FILE NEXT RECORD
009810          AT END MOVE 1 TO EOF-A.
009820************************************************************
009830*      9100-READ-MASTER-NEXT READS THE NEXT MASTER RECORD IN
009840*      ACCOUNT ORDER
009850************************************************************
009860 9100-READ-MASTER-NEXT.
009870     READ MASTER-FILE NEXT RECORD
009880          AT END MOVE 1 TO EOF-M.
009890************************************************************
009900*      9200-READ-HISTORY-NEXT READS THE NEXT PAYMENT-HISTORY
009910*      RECORD IN KEY ORDER
009920************************************************************
009930 9200-READ-HISTORY-NEXT.
009940     READ PAYHIST-FILE NEXT RECORD
009950          AT END MOVE 1 TO EOF-H.
009960************************************************************
009970*      9300-READ-XREF-NEXT READS THE NEXT CROSS-REFERENCE
009980*      ENTRY IN NAME ORDER
009990************************************************************
010000 9300-READ-XREF-NEXT.
010010     READ XREF-FILE NEXT RECORD
010020          AT END MOVE 1 TO EOF-X.
