000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROG23.
000030 AUTHOR. TIM PATRICK.
000040 INSTALLATION. LOAN SERVICING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* LAB EXERCISE 3 - SUSPENSE MAINTENANCE.
000090*----------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------
000120* 10/15/2026 JAM  ORIGINAL PROGRAM.  WORKS THE UNAPPLIED-
000130*                 CASH SUSPENSE FILE PROG10 BUILDS FROM
000140*                 LOCKBOX ITEMS IT CANNOT MATCH.  EACH
000150*                 TRANSACTION NAMES A SUSPENSE ITEM AND WHAT
000160*                 RESEARCH DECIDED: APPLY IT TO A CORRECTED
000170*                 ACCOUNT, WHICH WRITES A PAYMENT-BATCH
000180*                 RECORD IN PROG4'S LAYOUT SO THE POSTING
000190*                 RUN APPLIES IT; REFUND IT; OR LEAVE IT
000200*                 OPEN, WHICH ONLY STAMPS WHO REVIEWED IT.
000210*                 THE EDIT PASS AND REJECT FILE FOLLOW
000220*                 PROG13.  APPLIED AND REFUNDED ITEMS COME
000230*                 OFF 2100 UNAPPLIED CASH ON THE GL.
000231* 10/15/2026 JAM  AN APPLIED ITEM'S PAYMENT-BATCH RECORD IS
000232*                 NOW DATED WITH THE RUN DATE, AS PROG26
000233*                 DATES ITS DRAFTS.  PROG4 POSTS IT TO THE
000234*                 OPEN PERIOD, AND A DEPOSIT DATE FROM AN
000235*                 ALREADY-CLOSED PERIOD LEFT ITS HISTORY ROW
000236*                 OUT OF STEP WITH THE PAID FIELDS.  THE
000237*                 DEPOSIT DATE STAYS ON THE SUSPENSE ITEM
000238*                 AND THE LOG.
000240*----------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT MASTER-FILE  ASSIGN TO AS-S-MASTER
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS M-ACCT-NO
000350         FILE STATUS IS WS-MASTER-STATUS.
000360     SELECT SUSPENSE-FILE ASSIGN TO AS-S-SUSPENSE
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS SU-KEY
000400         FILE STATUS IS WS-SUSP-STATUS.
000410     SELECT TRANS-FILE   ASSIGN TO DA-S-SUSPTRAN.
000420     SELECT PAYBATCH-FILE ASSIGN TO DA-S-SUSPPAY.
000430     SELECT GLSMNT-FILE  ASSIGN TO DA-S-GLSMNT.
000440     SELECT LOG-FILE     ASSIGN TO UR-S-SUSPLOG.
000450     SELECT REJECT-FILE  ASSIGN TO DA-S-SUSPREJ.
000460 DATA DIVISION.
000470 FILE SECTION.
000480************************************************************
000490*      LOAN MASTER, KEYED BY ACCOUNT NUMBER.  SAME FIELDS AS
000500*      PROG2'S MASTER-REC.  READ ONLY, TO PROVE AN ITEM IS
000510*      APPLIED TO A REAL ACCOUNT
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
000650     03  FILLER           PIC X(2).
000660     03  FILLER           PIC X(50).
000670************************************************************
000680*      UNAPPLIED-CASH SUSPENSE FILE WRITTEN BY PROG10, KEYED
000690*      BY DEPOSIT DATE PLUS A SEQUENCE NUMBER.  SAME FIELDS
000700*      AS PROG10'S SUSP-REC
000710************************************************************
000720 FD  SUSPENSE-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  SUSP-REC.
000750     03  SU-KEY.
000760         05  SU-DEP-DATE  PIC 9(8).
000770         05  SU-SEQ       PIC 9(4).
000780     03  SU-ACCT-RECVD    PIC X(6).
000790     03  SU-AMOUNT        PIC 9999V99.
000800     03  SU-STATUS        PIC X(1).
000810         88  SU-IS-OPEN               VALUE 'O'.
000820         88  SU-IS-APPLIED            VALUE 'A'.
000830         88  SU-IS-REFUNDED           VALUE 'R'.
000840     03  SU-REASON        PIC X(24).
000850     03  SU-APPLY-ACCT    PIC 9(6).
000860     03  SU-ACTION-DATE   PIC 9(8).
000870     03  SU-ACTION-BY     PIC X(8).
000880     03  FILLER           PIC X(9).
000890************************************************************
000900*      TRANSACTION FILE - ONE DECISION PER RECORD: THE
000910*      SUSPENSE ITEM BY ITS KEY, THE ACTION, THE ACCOUNT TO
000920*      APPLY IT TO, AND WHO KEYED IT
000930************************************************************
000940 FD  TRANS-FILE
000950     BLOCK CONTAINS 0 RECORDS
000960     LABEL RECORDS ARE STANDARD.
000970 01  TRANS-REC.
000980     03  ST-ACTION        PIC X(1).
000990         88  ST-IS-APPLY              VALUE 'A'.
001000         88  ST-IS-REFUND             VALUE 'F'.
001010         88  ST-IS-LEAVE-OPEN         VALUE 'O'.
001020     03  ST-KEY.
001030         05  ST-DEP-DATE  PIC 9(8).
001040         05  ST-SEQ       PIC 9(4).
001050     03  ST-APPLY-ACCT    PIC 9(6).
001060     03  ST-KEYED-BY      PIC X(8).
001070     03  FILLER           PIC X(53).
001080************************************************************
001090*      PAYMENT BATCH OUT - ONE RECORD PER ITEM APPLIED, IN
001100*      THE SAME LAYOUT PROG4'S PAYBATCH-REC READS.  THE FILE
001110*      IS CONCATENATED BEHIND PROG10'S BATCH ON THE POSTING
001120*      RUN'S INPUT
001130************************************************************
001140 FD  PAYBATCH-FILE
001150     BLOCK CONTAINS 0 RECORDS
001160     LABEL RECORDS ARE STANDARD.
001170 01  PAYBATCH-REC.
001180     03  P-ACCT-NO        PIC 9(6).
001190     03  P-PAY-DATE       PIC 9(8).
001200     03  P-PAY-AMT        PIC 9999V99.
001210     03  FILLER           PIC X(59).
001220     03  P-REC-TYPE       PIC X(1).
001230************************************************************
001240*      GL INTERFACE FILE - THE CASH TAKEN BACK OUT OF
001250*      SUSPENSE, IN THE HEADER/DETAIL/TRAILER SHAPE PROG4
001260*      WRITES
001270************************************************************
001280 FD  GLSMNT-FILE
001290     BLOCK CONTAINS 0 RECORDS
001300     LABEL RECORDS ARE STANDARD.
001310 01  GLSMNT-REC           PIC X(40).
001320************************************************************
001330*      TRANSACTION LOG - ONE LINE PER TRANSACTION APPLIED OR
001340*      REJECTED
001350************************************************************
001360 FD  LOG-FILE
001370     LABEL RECORDS ARE OMITTED.
001380 01  LOG-REC              PIC X(80).
001390************************************************************
001400*      REJECT FILE - FAILED TRANSACTIONS WRITTEN AS KEYED,
001410*      IN THE TRANS-REC LAYOUT, SO THEY CAN BE CORRECTED AND
001420*      RESUBMITTED NEXT CYCLE
001430************************************************************
001440 FD  REJECT-FILE
001450     BLOCK CONTAINS 0 RECORDS
001460     LABEL RECORDS ARE STANDARD.
001470 01  REJECT-REC           PIC X(80).
001480 WORKING-STORAGE SECTION.
001490************************************************************
001500*      LAYOUT FOR THE TRANSACTION LOG DETAIL LINE
001510************************************************************
001520 01  LOG-DATA1.
001530     03  G-ACTION         PIC X(1).
001540     03  FILLER           PIC X(3)    VALUE SPACES.
001550     03  G-DEP-DATE       PIC X(8).
001560     03  FILLER           PIC X(1)    VALUE SPACES.
001570     03  G-SEQ            PIC X(4).
001580     03  FILLER           PIC X(2)    VALUE SPACES.
001590     03  G-ACCT-RECVD     PIC X(6).
001600     03  FILLER           PIC X(2)    VALUE SPACES.
001610     03  G-APPLY-ACCT     PIC X(6).
001620     03  FILLER           PIC X(2)    VALUE SPACES.
001630     03  G-AMOUNT         PIC ZZZ9.99.
001640     03  FILLER           PIC X(2)    VALUE SPACES.
001650     03  G-RESULT         PIC X(24).
001660************************************************************
001670*      LAYOUT FOR THE TRANSACTION LOG HEADING LINE
001680************************************************************
001690 01  LOG-HEADING1.
001700     03                  PIC X(3)    VALUE 'ACT'.
001710     03                  PIC X(1)    VALUE SPACES.
001720     03                  PIC X(8)    VALUE 'DEP DATE'.
001730     03                  PIC X(1)    VALUE SPACES.
001740     03                  PIC X(4)    VALUE 'SEQ '.
001750     03                  PIC X(2)    VALUE SPACES.
001760     03                  PIC X(6)    VALUE 'RECVD '.
001770     03                  PIC X(2)    VALUE SPACES.
001780     03                  PIC X(6)    VALUE 'APPLY '.
001790     03                  PIC X(2)    VALUE SPACES.
001800     03                  PIC X(7)    VALUE ' AMOUNT'.
001810     03                  PIC X(2)    VALUE SPACES.
001820     03                  PIC X(6)    VALUE 'RESULT'.
001830************************************************************
001840*      LAYOUTS FOR THE TRANSACTION LOG TRAILER LINES
001850************************************************************
001860 01  LOG-TRAILER1.
001870     03  FILLER           PIC X(23)  VALUE
001880         'TRANSACTIONS PROCESSED:'.
001890     03  FILLER           PIC X(1)   VALUE SPACES.
001900     03  GT-TRANS-CTR     PIC ZZZZ9.
001910     03  FILLER           PIC X(3)   VALUE SPACES.
001920     03  FILLER           PIC X(22)  VALUE
001930         'TRANSACTIONS REJECTED:'.
001940     03  FILLER           PIC X(1)   VALUE SPACES.
001950     03  GT-REJECT-CTR    PIC ZZZZ9.
001960 01  LOG-TRAILER2.
001970     03  FILLER           PIC X(10)  VALUE 'APPLIED:'.
001980     03  GT-APPLY-CTR     PIC ZZZZ9.
001990     03  FILLER           PIC X(1)   VALUE SPACES.
002000     03  GT-APPLY-AMT     PIC $ZZZZZZ9.99.
002010     03  FILLER           PIC X(3)   VALUE SPACES.
002020     03  FILLER           PIC X(10)  VALUE 'REFUNDED:'.
002030     03  GT-REFUND-CTR    PIC ZZZZ9.
002040     03  FILLER           PIC X(1)   VALUE SPACES.
002050     03  GT-REFUND-AMT    PIC $ZZZZZZ9.99.
002060     03  FILLER           PIC X(3)   VALUE SPACES.
002070     03  FILLER           PIC X(11)  VALUE 'LEFT OPEN:'.
002080     03  GT-OPEN-CTR      PIC ZZZZ9.
002090 01  MISC.
002100************************************************************
002110*      END OF FILE (EOF) SWITCH        *
002120*    0=NOT AT EOF       1=AT EOF        *
002130************************************************************
002140     03  EOF-T            PIC 9        VALUE 0.
002150     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
002160     03  WS-SUSP-STATUS   PIC X(2)     VALUE SPACES.
002170     03  TRANS-CTR        PIC 9(5)     VALUE 0    COMP.
002180     03  REJECT-CTR       PIC 9(5)     VALUE 0    COMP.
002190     03  APPLY-CTR        PIC 9(5)     VALUE 0    COMP.
002200     03  REFUND-CTR       PIC 9(5)     VALUE 0    COMP.
002210     03  OPEN-CTR         PIC 9(5)     VALUE 0    COMP.
002220     03  WS-APPLY-AMT     PIC 9(7)V99  VALUE 0.
002230     03  WS-REFUND-AMT    PIC 9(7)V99  VALUE 0.
002240 01  WS-LOG-RESULT        PIC X(24)    VALUE SPACES.
002250************************************************************
002260*      TRANSACTION EDIT SWITCH, SET BY 1500-EDIT-TRANS.
002270*      ONLY A CLEAN TRANSACTION MAY TOUCH THE SUSPENSE FILE
002280************************************************************
002290 01  WS-EDIT-SW           PIC X        VALUE 'Y'.
002300     88  TRANS-IS-CLEAN                VALUE 'Y'.
002310     88  TRANS-IS-DIRTY                VALUE 'N'.
002320************************************************************
002330*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME, TO
002340*      STAMP THE GL HEADER AND THE DATE AN ITEM WAS WORKED.
002350*      THE CENTURY WINDOW PUTS EVERY TWO-DIGIT YEAR IN 20XX,
002360*      THE SAME WAY PROG4'S PAYMENT DATES ARE CUT
002370************************************************************
002380 01  WS-SYSTEM-DATE.
002390     03  WS-SYS-YY        PIC 99.
002400     03  WS-SYS-MM        PIC 99.
002410     03  WS-SYS-DD        PIC 99.
002420 01  WS-CURRENT-DATE.
002430     03  WS-CUR-YYYY      PIC 9(4)     VALUE 0.
002440     03  WS-CUR-MM        PIC 99       VALUE 0.
002450     03  WS-CUR-DD        PIC 99       VALUE 0.
002460 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
002470                          PIC 9(8).
002480************************************************************
002490*      LAYOUTS FOR THE GL INTERFACE RECORDS.  THE LEDGER
002500*      ACCOUNTS ARE 1010 CASH, 2100 UNAPPLIED CASH
002510************************************************************
002520 01  GL-HEADER-DATA.
002530     03  FILLER           PIC X(1)     VALUE 'H'.
002540     03  GH-RUN-DATE      PIC 9(6).
002550     03  GH-SOURCE        PIC X(6)     VALUE 'PROG23'.
002560     03  FILLER           PIC X(27)    VALUE SPACES.
002570 01  GL-DETAIL-DATA.
002580     03  FILLER           PIC X(1)     VALUE 'D'.
002590     03  GD-ACCOUNT       PIC 9(4).
002600     03  GD-DC            PIC X(1).
002610     03  GD-AMOUNT        PIC 9(7)V99.
002620     03  GD-DESC          PIC X(20).
002630     03  FILLER           PIC X(5)     VALUE SPACES.
002640 01  GL-TRAILER-DATA.
002650     03  FILLER           PIC X(1)     VALUE 'T'.
002660     03  GLT-ENTRY-CTR    PIC 9(5).
002670     03  GLT-DR-SUM       PIC 9(8)V99.
002680     03  GLT-CR-SUM       PIC 9(8)V99.
002690     03  FILLER           PIC X(14)    VALUE SPACES.
002700************************************************************
002710*      RUNNING GL ENTRY COUNT AND DEBIT/CREDIT HASH TOTALS
002720*      FOR THE TRAILER RECORD
002730************************************************************
002740 01  WS-GL-TOTALS.
002750     03  WS-GL-ENTRY-CTR  PIC 9(5)     VALUE 0    COMP.
002760     03  WS-GL-DR-SUM     PIC 9(8)V99  VALUE 0.
002770     03  WS-GL-CR-SUM     PIC 9(8)V99  VALUE 0.
002780************************************************************
002790*      START OF PROCEDURE DIVISION
002800************************************************************
002810 PROCEDURE DIVISION.
002820************************************************************
002830* THE MAINLINE IS RESPONSIBILE FOR THE FLOW OF THE LOGIC
002840* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
002850* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
002860************************************************************
002870 000-MAINLINE.
002880     ACCEPT WS-SYSTEM-DATE FROM DATE.
002890     COMPUTE WS-CUR-YYYY = 2000 + WS-SYS-YY.
002900     MOVE WS-SYS-MM TO WS-CUR-MM.
002910     MOVE WS-SYS-DD TO WS-CUR-DD.
002920     OPEN INPUT MASTER-FILE.
002930     IF WS-MASTER-STATUS NOT = '00'
002940         DISPLAY 'PROG23: MASTER-FILE OPEN FAILED, STATUS '
002950                 WS-MASTER-STATUS
002960         STOP RUN
002970     END-IF.
002980     OPEN I-O   SUSPENSE-FILE.
002990     IF WS-SUSP-STATUS NOT = '00'
003000         DISPLAY 'PROG23: SUSPENSE-FILE OPEN FAILED, STATUS '
003010                 WS-SUSP-STATUS
003020         STOP RUN
003030     END-IF.
003040     OPEN INPUT TRANS-FILE
003050          OUTPUT PAYBATCH-FILE
003060          OUTPUT GLSMNT-FILE
003070          OUTPUT LOG-FILE
003080          OUTPUT REJECT-FILE.
003090     WRITE LOG-REC FROM LOG-HEADING1
003100           AFTER ADVANCING 1 LINE.
003110     PERFORM 9000-READ-TRANS.
003120     PERFORM 1000-PROCESS-TRANS
003130         UNTIL EOF-T = 1.
003140     PERFORM 7500-WRITE-GL-INTERFACE.
003150     PERFORM 8000-PRINT-TRAILER.
003160     CLOSE MASTER-FILE
003170           SUSPENSE-FILE
003180           TRANS-FILE
003190           PAYBATCH-FILE
003200           GLSMNT-FILE
003210           LOG-FILE
003220           REJECT-FILE.
003230     STOP RUN.
003240************************************************************
003250*      1000-PROCESS-TRANS EDITS ONE TRANSACTION, CARRIES OUT
003260*      ITS ACTION AGAINST THE SUSPENSE ITEM IF IT IS CLEAN,
003270*      SENDS IT TO THE REJECT FILE IF NOT, AND READS THE
003280*      NEXT
003290************************************************************
003300 1000-PROCESS-TRANS.
003310     ADD 1 TO TRANS-CTR.
003320     PERFORM 1500-EDIT-TRANS.
003330     IF TRANS-IS-DIRTY
003340         PERFORM 1600-WRITE-REJECT
003350     ELSE
003360     EVALUATE TRUE
003370         WHEN ST-IS-APPLY
003380             PERFORM 2000-APPLY-ITEM
003390         WHEN ST-IS-REFUND
003400             PERFORM 3000-REFUND-ITEM
003410         WHEN ST-IS-LEAVE-OPEN
003420             PERFORM 4000-LEAVE-ITEM-OPEN
003430     END-EVALUATE
003440     END-IF.
003450     PERFORM 9000-READ-TRANS.
003460************************************************************
003470*      1500-EDIT-TRANS CHECKS A TRANSACTION BEFORE IT MAY
003480*      TOUCH THE SUSPENSE FILE: THE ACTION MUST BE A, F, OR
003490*      O, THE ITEM KEY NUMERIC AND ON FILE AND THE ITEM STILL
003500*      OPEN, WHO KEYED IT PRESENT, AND AN APPLY MUST NAME A
003510*      NUMERIC ACCOUNT THAT IS ON THE MASTER.  A CLEAN
003520*      TRANSACTION LEAVES ITS SUSPENSE ITEM AS THE CURRENT
003530*      RECORD
003540************************************************************
003550 1500-EDIT-TRANS.
003560     SET TRANS-IS-CLEAN TO TRUE.
003570     MOVE SPACES TO WS-LOG-RESULT.
003580     IF NOT ST-IS-APPLY AND NOT ST-IS-REFUND
003590        AND NOT ST-IS-LEAVE-OPEN
003600         SET TRANS-IS-DIRTY TO TRUE
003610         MOVE 'INVALID ACTION CODE'
003620              TO WS-LOG-RESULT
003630     END-IF.
003640     IF TRANS-IS-CLEAN
003650         IF ST-DEP-DATE NOT NUMERIC OR ST-SEQ NOT NUMERIC
003660             SET TRANS-IS-DIRTY TO TRUE
003670             MOVE 'INVALID SUSPENSE KEY'
003680                  TO WS-LOG-RESULT
003690         END-IF
003700     END-IF.
003710     IF TRANS-IS-CLEAN
003720         IF ST-KEYED-BY = SPACES
003730             SET TRANS-IS-DIRTY TO TRUE
003740             MOVE 'KEYED-BY REQUIRED'
003750                  TO WS-LOG-RESULT
003760         END-IF
003770     END-IF.
003780     IF TRANS-IS-CLEAN
003790         IF ST-IS-APPLY
003800             PERFORM 1510-EDIT-APPLY-ACCOUNT
003810         END-IF
003820     END-IF.
003830     IF TRANS-IS-CLEAN
003840         PERFORM 1520-CHECK-SUSPENSE-ITEM
003850     END-IF.
003860************************************************************
003870*      1510-EDIT-APPLY-ACCOUNT CHECKS THE ACCOUNT AN APPLY
003880*      NAMES IS NUMERIC AND ON THE MASTER, SO PROG4 NEVER
003890*      GETS A PAYMENT IT CANNOT POST
003900************************************************************
003910 1510-EDIT-APPLY-ACCOUNT.
003920     IF ST-APPLY-ACCT NOT NUMERIC
003930         SET TRANS-IS-DIRTY TO TRUE
003940         MOVE 'INVALID APPLY ACCOUNT'
003950              TO WS-LOG-RESULT
003960     ELSE
003970         MOVE ST-APPLY-ACCT TO M-ACCT-NO
003980         READ MASTER-FILE
003990             INVALID KEY
004000                 SET TRANS-IS-DIRTY TO TRUE
004010                 MOVE 'ACCOUNT NOT ON MASTER'
004020                      TO WS-LOG-RESULT
004030         END-READ
004040     END-IF.
004050************************************************************
004060*      1520-CHECK-SUSPENSE-ITEM READS THE SUSPENSE ITEM THE
004070*      TRANSACTION NAMES AND CHECKS IT IS STILL OPEN - AN
004080*      ITEM ALREADY APPLIED OR REFUNDED CANNOT BE WORKED
004090*      AGAIN
004100************************************************************
004110 1520-CHECK-SUSPENSE-ITEM.
004120     MOVE ST-KEY TO SU-KEY.
004130     READ SUSPENSE-FILE
004140         INVALID KEY
004150             SET TRANS-IS-DIRTY TO TRUE
004160             MOVE 'ITEM NOT ON SUSPENSE'
004170                  TO WS-LOG-RESULT
004180         NOT INVALID KEY
004190             IF NOT SU-IS-OPEN
004200                 SET TRANS-IS-DIRTY TO TRUE
004210                 MOVE 'ITEM NOT OPEN'
004220                      TO WS-LOG-RESULT
004230             END-IF
004240     END-READ.
004250************************************************************
004260*      1600-WRITE-REJECT WRITES THE FAILED TRANSACTION TO
004270*      THE REJECT FILE EXACTLY AS IT WAS KEYED, SO IT CAN BE
004280*      CORRECTED AND RESUBMITTED, AND LOGS WHY IT FAILED
004290************************************************************
004300 1600-WRITE-REJECT.
004310     ADD 1 TO REJECT-CTR.
004320     WRITE REJECT-REC FROM TRANS-REC.
004330     PERFORM 5000-WRITE-LOG.
004340************************************************************
004350*      2000-APPLY-ITEM WRITES A PAYMENT-BATCH RECORD FOR THE
004360*      CORRECTED ACCOUNT, DATED WITH THE RUN DATE SO IT
004370*      POSTS TO THE OPEN PERIOD, AND CLOSES THE ITEM AS
004380*      APPLIED.  PROG4 BOOKS THE PAYMENT ITSELF; THIS RUN
004390*      ONLY TAKES THE CASH BACK OUT OF SUSPENSE
004400************************************************************
004410 2000-APPLY-ITEM.
004420     MOVE SPACES          TO PAYBATCH-REC.
004430     MOVE ST-APPLY-ACCT   TO P-ACCT-NO.
004440     MOVE WS-CURRENT-DATE-N TO P-PAY-DATE.
004450     MOVE SU-AMOUNT       TO P-PAY-AMT.
004460     WRITE PAYBATCH-REC.
004470     MOVE 'A'             TO SU-STATUS.
004480     MOVE ST-APPLY-ACCT   TO SU-APPLY-ACCT.
004490     PERFORM 4100-STAMP-ACTION.
004500     ADD 1                TO APPLY-CTR.
004510     ADD SU-AMOUNT        TO WS-APPLY-AMT.
004520     MOVE 'APPLIED TO ACCOUNT'
004530          TO WS-LOG-RESULT.
004540     PERFORM 5000-WRITE-LOG.
004550************************************************************
004560*      3000-REFUND-ITEM CLOSES THE ITEM AS REFUNDED.  THE
004570*      REFUND CHECK ITSELF IS CUT BY ACCOUNTS PAYABLE FROM
004580*      THIS RUN'S LOG
004590************************************************************
004600 3000-REFUND-ITEM.
004610     MOVE 'R'             TO SU-STATUS.
004620     PERFORM 4100-STAMP-ACTION.
004630     ADD 1                TO REFUND-CTR.
004640     ADD SU-AMOUNT        TO WS-REFUND-AMT.
004650     MOVE 'REFUNDED'
004660          TO WS-LOG-RESULT.
004670     PERFORM 5000-WRITE-LOG.
004680************************************************************
004690*      4000-LEAVE-ITEM-OPEN LEAVES THE ITEM OPEN BUT STAMPS
004700*      WHO LOOKED AT IT AND WHEN, SO THE AGED LISTING SHOWS
004710*      IT HAS BEEN WORKED
004720************************************************************
004730 4000-LEAVE-ITEM-OPEN.
004740     PERFORM 4100-STAMP-ACTION.
004750     ADD 1                TO OPEN-CTR.
004760     MOVE 'LEFT OPEN'
004770          TO WS-LOG-RESULT.
004780     PERFORM 5000-WRITE-LOG.
004790************************************************************
004800*      4100-STAMP-ACTION STAMPS THE CURRENT SUSPENSE ITEM
004810*      WITH THE RUN DATE AND WHO KEYED THE TRANSACTION AND
004820*      REWRITES IT
004830************************************************************
004840 4100-STAMP-ACTION.
004850     MOVE WS-CURRENT-DATE-N TO SU-ACTION-DATE.
004860     MOVE ST-KEYED-BY     TO SU-ACTION-BY.
004870     REWRITE SUSP-REC.
004880************************************************************
004890*      5000-WRITE-LOG WRITES ONE LINE TO THE TRANSACTION LOG
004900*      SHOWING WHAT WAS DONE OR WHY IT WAS REJECTED
004910************************************************************
004920 5000-WRITE-LOG.
004930     MOVE ST-ACTION       TO G-ACTION.
004940     MOVE ST-DEP-DATE     TO G-DEP-DATE.
004950     MOVE ST-SEQ          TO G-SEQ.
004960     MOVE ST-APPLY-ACCT   TO G-APPLY-ACCT.
004970     IF TRANS-IS-CLEAN
004980         MOVE SU-ACCT-RECVD TO G-ACCT-RECVD
004990         MOVE SU-AMOUNT   TO G-AMOUNT
005000     ELSE
005010         MOVE SPACES      TO G-ACCT-RECVD
005020         MOVE 0           TO G-AMOUNT
005030     END-IF.
005040     MOVE WS-LOG-RESULT   TO G-RESULT.
005050     WRITE LOG-REC FROM LOG-DATA1
005060           AFTER ADVANCING 1 LINE.
005070************************************************************
005080*      7500-WRITE-GL-INTERFACE WRITES THE RUN'S GL BATCH:
005090*      THE DATED HEADER, A DEBIT TO UNAPPLIED CASH AND A
005100*      CREDIT TO CASH FOR THE ITEMS APPLIED - PROG4 DEBITS
005110*      CASH BACK WHEN IT POSTS THEM - AND THE SAME PAIR FOR
005120*      THE ITEMS REFUNDED, THEN THE TRAILER WITH THE ENTRY
005130*      COUNT AND DEBIT/CREDIT HASH TOTALS THE LEDGER LOAD
005140*      CHECKS
005150************************************************************
005160 7500-WRITE-GL-INTERFACE.
005170     MOVE WS-SYSTEM-DATE  TO GH-RUN-DATE.
005180     WRITE GLSMNT-REC FROM GL-HEADER-DATA.
005190     IF WS-APPLY-AMT > 0
005200         MOVE 'SUSPENSE APPLIED    ' TO GD-DESC
005210         MOVE 2100            TO GD-ACCOUNT
005220         MOVE 'D'             TO GD-DC
005230         MOVE WS-APPLY-AMT    TO GD-AMOUNT
005240         PERFORM 7600-WRITE-GL-ENTRY
005250         MOVE 1010            TO GD-ACCOUNT
005260         MOVE 'C'             TO GD-DC
005270         PERFORM 7600-WRITE-GL-ENTRY
005280     END-IF.
005290     IF WS-REFUND-AMT > 0
005300         MOVE 'SUSPENSE REFUNDED   ' TO GD-DESC
005310         MOVE 2100            TO GD-ACCOUNT
005320         MOVE 'D'             TO GD-DC
005330         MOVE WS-REFUND-AMT   TO GD-AMOUNT
005340         PERFORM 7600-WRITE-GL-ENTRY
005350         MOVE 1010            TO GD-ACCOUNT
005360         MOVE 'C'             TO GD-DC
005370         PERFORM 7600-WRITE-GL-ENTRY
005380     END-IF.
005390     MOVE WS-GL-ENTRY-CTR TO GLT-ENTRY-CTR.
005400     MOVE WS-GL-DR-SUM    TO GLT-DR-SUM.
005410     MOVE WS-GL-CR-SUM    TO GLT-CR-SUM.
005420     WRITE GLSMNT-REC FROM GL-TRAILER-DATA.
005430************************************************************
005440*      7600-WRITE-GL-ENTRY WRITES THE ENTRY SET UP IN
005450*      GL-DETAIL-DATA AND ADDS IT TO THE COUNT AND TO THE
005460*      DEBIT OR CREDIT HASH TOTAL
005470************************************************************
005480 7600-WRITE-GL-ENTRY.
005490     WRITE GLSMNT-REC FROM GL-DETAIL-DATA.
005500     ADD 1 TO WS-GL-ENTRY-CTR.
005510     IF GD-DC = 'D'
005520         ADD GD-AMOUNT TO WS-GL-DR-SUM
005530     ELSE
005540         ADD GD-AMOUNT TO WS-GL-CR-SUM
005550     END-IF.
005560************************************************************
005570*      8000-PRINT-TRAILER PRINTS THE TRANSACTION COUNTS AND
005580*      THE COUNT AND TOTAL OF ITEMS APPLIED, REFUNDED, AND
005590*      LEFT OPEN
005600************************************************************
005610 8000-PRINT-TRAILER.
005620     MOVE TRANS-CTR       TO GT-TRANS-CTR.
005630     MOVE REJECT-CTR      TO GT-REJECT-CTR.
005640     WRITE LOG-REC FROM LOG-TRAILER1
005650           AFTER ADVANCING 2 LINES.
005660     MOVE APPLY-CTR       TO GT-APPLY-CTR.
005670     MOVE WS-APPLY-AMT    TO GT-APPLY-AMT.
005680     MOVE REFUND-CTR      TO GT-REFUND-CTR.
005690     MOVE WS-REFUND-AMT   TO GT-REFUND-AMT.
005700     MOVE OPEN-CTR        TO GT-OPEN-CTR.
005710     WRITE LOG-REC FROM LOG-TRAILER2
005720           AFTER ADVANCING 1 LINE.
005730************************************************************
005740*      9000-READ-TRANS READS A TRANSACTION AT A TIME
005750************************************************************
005760 9000-READ-TRANS.
005770     READ TRANS-FILE
005780          AT END MOVE 1 TO EOF-T.
