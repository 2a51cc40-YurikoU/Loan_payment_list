000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROG25.
000030 AUTHOR. TIM PATRICK.
000040 INSTALLATION. LOAN SERVICING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* LAB EXERCISE 3 - AUTOPAY ENROLLMENT MAINTENANCE.
000090*----------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------
000120* 10/15/2026 JAM  ORIGINAL PROGRAM.  APPLIES ADD, CHANGE,
000130*                 AND DELETE TRANSACTIONS AGAINST A NEW
000140*                 AUTOPAY ENROLLMENT FILE KEYED BY THE SAME
000150*                 ACCOUNT NUMBER AS THE LOAN MASTER.  EACH
000160*                 ENROLLMENT HOLDS THE BORROWER'S BANK
000170*                 ROUTING NUMBER AND ACCOUNT, THE DAY OF THE
000180*                 MONTH TO DRAFT, AND WHETHER TO DRAFT
000190*                 M-MIN-PAY OR A FIXED AMOUNT.  THE EDIT
000200*                 PASS AND REJECT FILE FOLLOW PROG13; THE
000210*                 ROUTING NUMBER MUST PASS ITS CHECK DIGIT.
000220*                 A CHANGE REINSTATES AN ENROLLMENT PROG27
000230*                 SUSPENDED FOR RETURNS, SINCE NEW BANK
000240*                 DETAILS ARE THE USUAL CURE.  PROG26
000250*                 DRAFTS FROM THIS FILE.
000260*----------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT MASTER-FILE  ASSIGN TO AS-S-MASTER
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS M-ACCT-NO
000370         FILE STATUS IS WS-MASTER-STATUS.
000380     SELECT OPTIONAL ACHENR-FILE ASSIGN TO AS-S-ACHENR
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS EN-ACCT-NO
000420         FILE STATUS IS WS-ACHENR-STATUS.
000430     SELECT TRANS-FILE   ASSIGN TO DA-S-ENRTRANS.
000440     SELECT LOG-FILE     ASSIGN TO UR-S-ENRLOG.
000450     SELECT REJECT-FILE  ASSIGN TO DA-S-ENRREJ.
000460 DATA DIVISION.
000470 FILE SECTION.
000480************************************************************
000490*      LOAN MASTER, KEYED BY ACCOUNT NUMBER.  SAME FIELDS AS
000500*      PROG2'S MASTER-REC.  READ ONLY, TO PROVE AN ENROLLED
000510*      ACCOUNT EXISTS AND IS STILL BEING SERVICED
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
000740*      AUTOPAY ENROLLMENT FILE, KEYED BY THE SAME ACCOUNT
000750*      NUMBER AS THE MASTER.  EN-STATUS IS 'A' FOR AN ACTIVE
000760*      ENROLLMENT, 'S' FOR ONE PROG27 SUSPENDED AFTER
000770*      REPEATED RETURNS.  EN-LAST-DRAFT STOPS A RERUN OF
000780*      PROG26 DRAFTING THE SAME DAY TWICE
000790************************************************************
000800 FD  ACHENR-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  ACHENR-REC.
000830     03  EN-ACCT-NO       PIC 9(6).
000840     03  EN-ROUTING       PIC 9(9).
000850     03  EN-BANK-ACCT     PIC X(17).
000860     03  EN-ACCT-TYPE     PIC X(1).
000870         88  EN-CHECKING              VALUE 'C'.
000880         88  EN-SAVINGS               VALUE 'S'.
000890     03  EN-DRAFT-DAY     PIC 9(2).
000900     03  EN-AMT-TYPE      PIC X(1).
000910         88  EN-DRAFT-MINIMUM         VALUE 'M'.
000920         88  EN-DRAFT-FIXED           VALUE 'F'.
000930     03  EN-FIXED-AMT     PIC 9999V99.
000940     03  EN-STATUS        PIC X(1).
000950         88  EN-IS-ACTIVE             VALUE 'A'.
000960         88  EN-IS-SUSPENDED          VALUE 'S'.
000970     03  EN-RETURN-CTR    PIC 9(2).
000980     03  EN-LAST-DRAFT    PIC 9(8).
000990     03  EN-LAST-RETURN   PIC 9(8).
001000     03  FILLER           PIC X(19).
001010************************************************************
001020*      TRANSACTION FILE - ONE ADD/CHANGE/DELETE PER RECORD
001030************************************************************
001040 FD  TRANS-FILE
001050     BLOCK CONTAINS 0 RECORDS
001060     LABEL RECORDS ARE STANDARD.
001070 01  TRANS-REC.
001080     03  TR-CODE          PIC X(1).
001090         88  TR-IS-ADD                VALUE 'A'.
001100         88  TR-IS-CHANGE             VALUE 'C'.
001110         88  TR-IS-DELETE             VALUE 'D'.
001120     03  TR-ACCT-NO       PIC 9(6).
001130     03  TR-ROUTING       PIC 9(9).
001140     03  TR-ROUTING-DIGITS REDEFINES TR-ROUTING.
001150         05  TR-RT-DIGIT  PIC 9      OCCURS 9 TIMES.
001160     03  TR-BANK-ACCT     PIC X(17).
001170     03  TR-ACCT-TYPE     PIC X(1).
001180         88  TR-CHECKING              VALUE 'C'.
001190         88  TR-SAVINGS               VALUE 'S'.
001200     03  TR-DRAFT-DAY     PIC 9(2).
001210     03  TR-AMT-TYPE      PIC X(1).
001220         88  TR-DRAFT-MINIMUM         VALUE 'M'.
001230         88  TR-DRAFT-FIXED           VALUE 'F'.
001240     03  TR-FIXED-AMT     PIC 9999V99.
001250     03  FILLER           PIC X(37).
001260************************************************************
001270*      TRANSACTION LOG - ONE LINE PER TRANSACTION APPLIED OR
001280*      REJECTED
001290************************************************************
001300 FD  LOG-FILE
001310     LABEL RECORDS ARE OMITTED.
001320 01  LOG-REC              PIC X(80).
001330************************************************************
001340*      REJECT FILE - FAILED TRANSACTIONS WRITTEN AS KEYED,
001350*      IN THE TRANS-REC LAYOUT, SO THEY CAN BE CORRECTED AND
001360*      RESUBMITTED NEXT CYCLE
001370************************************************************
001380 FD  REJECT-FILE
001390     BLOCK CONTAINS 0 RECORDS
001400     LABEL RECORDS ARE STANDARD.
001410 01  REJECT-REC           PIC X(80).
001420 WORKING-STORAGE SECTION.
001430************************************************************
001440*      LAYOUT FOR THE TRANSACTION LOG DETAIL LINE
001450************************************************************
001460 01  LOG-DATA1.
001470     03  G-CODE           PIC X(1).
001480     03  FILLER           PIC X(3)    VALUE SPACES.
001490     03  G-ACCT-NO        PIC 9(6).
001500     03  FILLER           PIC X(2)    VALUE SPACES.
001510     03  G-ROUTING        PIC X(9).
001520     03  FILLER           PIC X(2)    VALUE SPACES.
001530     03  G-DRAFT-DAY      PIC X(2).
001540     03  FILLER           PIC X(2)    VALUE SPACES.
001550     03  G-AMT-TYPE       PIC X(1).
001560     03  FILLER           PIC X(2)    VALUE SPACES.
001570     03  G-RESULT         PIC X(24).
001580************************************************************
001590*      LAYOUT FOR THE TRANSACTION LOG HEADING LINE
001600************************************************************
001610 01  LOG-HEADING1.
001620     03                  PIC X(4)    VALUE 'CODE'.
001630     03                  PIC X(4)    VALUE SPACES.
001640     03                  PIC X(7)    VALUE 'ACCT NO'.
001650     03                  PIC X(1)    VALUE SPACES.
001660     03                  PIC X(9)    VALUE 'ROUTING'.
001670     03                  PIC X(2)    VALUE SPACES.
001680     03                  PIC X(3)    VALUE 'DAY'.
001690     03                  PIC X(1)    VALUE SPACES.
001700     03                  PIC X(3)    VALUE 'AMT'.
001710     03                  PIC X(1)    VALUE SPACES.
001720     03                  PIC X(6)    VALUE 'RESULT'.
001730************************************************************
001740*      LAYOUT FOR THE TRANSACTION LOG TRAILER LINE
001750************************************************************
001760 01  LOG-TRAILER1.
001770     03  FILLER           PIC X(23)  VALUE
001780         'TRANSACTIONS PROCESSED:'.
001790     03  FILLER           PIC X(1)   VALUE SPACES.
001800     03  GT-TRANS-CTR     PIC ZZZZ9.
001810     03  FILLER           PIC X(3)   VALUE SPACES.
001820     03  FILLER           PIC X(20)  VALUE
001830         'TRANSACTIONS FAILED:'.
001840     03  FILLER           PIC X(1)   VALUE SPACES.
001850     03  GT-FAIL-CTR      PIC ZZZZ9.
001860************************************************************
001870*      LAYOUT FOR THE SECOND TRANSACTION LOG TRAILER LINE
001880************************************************************
001890 01  LOG-TRAILER2.
001900     03  FILLER           PIC X(22)  VALUE
001910         'TRANSACTIONS REJECTED:'.
001920     03  FILLER           PIC X(1)   VALUE SPACES.
001930     03  GT-REJECT-CTR    PIC ZZZZ9.
001940 01  MISC.
001950************************************************************
001960*      END OF FILE (EOF) SWITCH        *
001970*    0=NOT AT EOF       1=AT EOF        *
001980************************************************************
001990     03  EOF-T            PIC 9        VALUE 0.
002000     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
002010     03  WS-ACHENR-STATUS PIC X(2)     VALUE SPACES.
002020     03  TRANS-CTR        PIC 9(5)     VALUE 0    COMP.
002030     03  FAIL-CTR         PIC 9(5)     VALUE 0    COMP.
002040     03  REJECT-CTR       PIC 9(5)     VALUE 0    COMP.
002050 01  WS-LOG-RESULT        PIC X(24)    VALUE SPACES.
002060************************************************************
002070*      TRANSACTION EDIT SWITCH, SET BY 1500-EDIT-TRANS.
002080*      ONLY A CLEAN TRANSACTION MAY TOUCH THE ENROLLMENT FILE
002090************************************************************
002100 01  WS-EDIT-SW           PIC X        VALUE 'Y'.
002110     88  TRANS-IS-CLEAN                VALUE 'Y'.
002120     88  TRANS-IS-DIRTY                VALUE 'N'.
002130************************************************************
002140*      MASTER LOOKUP SWITCH, SET BY 1520-CHECK-ON-MASTER
002150************************************************************
002160 01  WS-ONMAST-SW         PIC X        VALUE 'N'.
002170     88  ACCT-IS-ON-MASTER             VALUE 'Y'.
002180     88  ACCT-NOT-ON-MASTER            VALUE 'N'.
002190************************************************************
002200*      ROUTING NUMBER CHECK-DIGIT WORK - THE WEIGHTED SUM OF
002210*      THE NINE DIGITS (3, 7, 1 REPEATING) MUST BE A
002220*      MULTIPLE OF TEN
002230************************************************************
002240 01  WS-ROUTING-CHECK.
002250     03  WS-RT-SUM        PIC 9(4)     VALUE 0    COMP.
002260     03  WS-RT-QUOT       PIC 9(4)     VALUE 0    COMP.
002270     03  WS-RT-REM        PIC 9(2)     VALUE 0    COMP.
002280************************************************************
002290*      START OF PROCEDURE DIVISION
002300************************************************************
002310 PROCEDURE DIVISION.
002320************************************************************
002330* THE MAINLINE IS RESPONSIBILE FOR THE FLOW OF THE LOGIC
002340* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
002350* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
002360************************************************************
002370 000-MAINLINE.
002380     OPEN INPUT MASTER-FILE.
002390     IF WS-MASTER-STATUS NOT = '00'
002400         DISPLAY 'PROG25: MASTER-FILE OPEN FAILED, STATUS '
002410                 WS-MASTER-STATUS
002420         STOP RUN
002430     END-IF.
002440     OPEN I-O   ACHENR-FILE.
002450     IF WS-ACHENR-STATUS NOT = '00'
002460         AND WS-ACHENR-STATUS NOT = '05'
002470         DISPLAY 'PROG25: ACHENR-FILE OPEN FAILED, STATUS '
002480                 WS-ACHENR-STATUS
002490         STOP RUN
002500     END-IF.
002510     OPEN INPUT TRANS-FILE
002520          OUTPUT LOG-FILE
002530          OUTPUT REJECT-FILE.
002540     WRITE LOG-REC FROM LOG-HEADING1
002550           AFTER ADVANCING 1 LINE.
002560     PERFORM 9000-READ-TRANS.
002570     PERFORM 1000-PROCESS-TRANS
002580         UNTIL EOF-T = 1.
002590     PERFORM 8000-PRINT-TRAILER.
002600     CLOSE MASTER-FILE
002610           ACHENR-FILE
002620           TRANS-FILE
002630           LOG-FILE
002640           REJECT-FILE.
002650     STOP RUN.
002660************************************************************
002670*      1000-PROCESS-TRANS EDITS ONE TRANSACTION, APPLIES IT
002680*      AGAINST THE ENROLLMENT FILE, BASED ON TR-CODE, IF IT
002690*      IS CLEAN, SENDS IT TO THE REJECT FILE IF NOT, AND
002700*      READS THE NEXT
002710************************************************************
002720 1000-PROCESS-TRANS.
002730     ADD 1 TO TRANS-CTR.
002740     PERFORM 1500-EDIT-TRANS.
002750     IF TRANS-IS-DIRTY
002760         PERFORM 1600-WRITE-REJECT
002770     ELSE
002780     EVALUATE TRUE
002790         WHEN TR-IS-ADD
002800             PERFORM 2000-ADD-RECORD
002810         WHEN TR-IS-CHANGE
002820             PERFORM 3000-CHANGE-RECORD
002830         WHEN TR-IS-DELETE
002840             PERFORM 4000-DELETE-RECORD
002850     END-EVALUATE
002860     END-IF.
002870     PERFORM 9000-READ-TRANS.
002880************************************************************
002890*      1500-EDIT-TRANS CHECKS A TRANSACTION BEFORE IT MAY
002900*      TOUCH THE ENROLLMENT FILE: THE CODE MUST BE A, C, OR
002910*      D, THE ACCOUNT NUMBER NUMERIC, THE BANK AND DRAFT
002920*      FIELDS GOOD ON ADDS AND CHANGES, AND AN ADDED ACCOUNT
002930*      MUST BE ON THE MASTER AND NOT CHARGED OFF.
002940*      WS-EDIT-SW TELLS 1000-PROCESS-TRANS WHERE TO ROUTE
002950*      THE TRANSACTION
002960************************************************************
002970 1500-EDIT-TRANS.
002980     SET TRANS-IS-CLEAN TO TRUE.
002990     MOVE SPACES TO WS-LOG-RESULT.
003000     IF NOT TR-IS-ADD AND NOT TR-IS-CHANGE
003010        AND NOT TR-IS-DELETE
003020         SET TRANS-IS-DIRTY TO TRUE
003030         MOVE 'INVALID TRANSACTION CODE'
003040              TO WS-LOG-RESULT
003050     END-IF.
003060     IF TRANS-IS-CLEAN
003070         IF TR-ACCT-NO NOT NUMERIC
003080             SET TRANS-IS-DIRTY TO TRUE
003090             MOVE 'INVALID ACCOUNT NUMBER'
003100                  TO WS-LOG-RESULT
003110         END-IF
003120     END-IF.
003130     IF TRANS-IS-CLEAN
003140         IF TR-IS-ADD OR TR-IS-CHANGE
003150             PERFORM 1510-EDIT-DRAFT-FIELDS
003160         END-IF
003170     END-IF.
003180     IF TRANS-IS-CLEAN
003190         IF TR-IS-ADD
003200             PERFORM 1520-CHECK-ON-MASTER
003210             IF ACCT-NOT-ON-MASTER
003220                 SET TRANS-IS-DIRTY TO TRUE
003230                 MOVE 'ACCOUNT NOT ON MASTER'
003240                      TO WS-LOG-RESULT
003250             ELSE
003260                 IF LOAN-IS-CHARGED-OFF
003270                     SET TRANS-IS-DIRTY TO TRUE
003280                     MOVE 'ACCOUNT IS CHARGED OFF'
003290                          TO WS-LOG-RESULT
003300                 END-IF
003310             END-IF
003320         END-IF
003330     END-IF.
003340************************************************************
003350*      1510-EDIT-DRAFT-FIELDS CHECKS THE FIELDS AN ADD OR
003360*      CHANGE CARRIES ONTO THE FILE: A NUMERIC ROUTING NUMBER
003370*      THAT PASSES ITS CHECK DIGIT, A BANK ACCOUNT, AN
003380*      ACCOUNT TYPE OF C OR S, A DRAFT DAY OF 1 THRU 28 SO
003390*      EVERY MONTH HAS IT, AND AN AMOUNT TYPE OF M OR F WITH
003400*      A FIXED AMOUNT GIVEN FOR F
003410************************************************************
003420 1510-EDIT-DRAFT-FIELDS.
003430     IF TR-ROUTING NOT NUMERIC
003440         SET TRANS-IS-DIRTY TO TRUE
003450         MOVE 'INVALID ROUTING NUMBER'
003460              TO WS-LOG-RESULT
003470     ELSE
003480         PERFORM 1530-CHECK-ROUTING-DIGIT
003490     END-IF.
003500     IF TRANS-IS-CLEAN
003510         IF TR-BANK-ACCT = SPACES
003520             SET TRANS-IS-DIRTY TO TRUE
003530             MOVE 'BANK ACCOUNT REQUIRED'
003540                  TO WS-LOG-RESULT
003550         END-IF
003560     END-IF.
003570     IF TRANS-IS-CLEAN
003580         IF NOT TR-CHECKING AND NOT TR-SAVINGS
003590             SET TRANS-IS-DIRTY TO TRUE
003600             MOVE 'INVALID ACCOUNT TYPE'
003610                  TO WS-LOG-RESULT
003620         END-IF
003630     END-IF.
003640     IF TRANS-IS-CLEAN
003650         IF TR-DRAFT-DAY NOT NUMERIC
003660            OR TR-DRAFT-DAY < 1 OR TR-DRAFT-DAY > 28
003670             SET TRANS-IS-DIRTY TO TRUE
003680             MOVE 'INVALID DRAFT DAY'
003690                  TO WS-LOG-RESULT
003700         END-IF
003710     END-IF.
003720     IF TRANS-IS-CLEAN
003730         IF NOT TR-DRAFT-MINIMUM AND NOT TR-DRAFT-FIXED
003740             SET TRANS-IS-DIRTY TO TRUE
003750             MOVE 'INVALID AMOUNT TYPE'
003760                  TO WS-LOG-RESULT
003770         END-IF
003780     END-IF.
003790     IF TRANS-IS-CLEAN
003800         IF TR-DRAFT-FIXED
003810             IF TR-FIXED-AMT NOT NUMERIC OR TR-FIXED-AMT = 0
003820                 SET TRANS-IS-DIRTY TO TRUE
003830                 MOVE 'INVALID FIXED AMOUNT'
003840                      TO WS-LOG-RESULT
003850             END-IF
003860         END-IF
003870     END-IF.
003880************************************************************
003890*      1520-CHECK-ON-MASTER READS THE MASTER FOR THE
003900*      TRANSACTION'S ACCOUNT AND SETS WS-ONMAST-SW
003910************************************************************
003920 1520-CHECK-ON-MASTER.
003930     SET ACCT-NOT-ON-MASTER TO TRUE.
003940     MOVE TR-ACCT-NO TO M-ACCT-NO.
003950     READ MASTER-FILE
003960         INVALID KEY
003970             SET ACCT-NOT-ON-MASTER TO TRUE
003980         NOT INVALID KEY
003990             SET ACCT-IS-ON-MASTER TO TRUE
004000     END-READ.
004010************************************************************
004020*      1530-CHECK-ROUTING-DIGIT WEIGHTS THE NINE ROUTING
004030*      DIGITS 3, 7, 1 IN TURN AND REJECTS THE NUMBER WHEN
004040*      THE SUM IS NOT A MULTIPLE OF TEN - A MISKEYED OR
004050*      TRANSPOSED DIGIT NEARLY ALWAYS FAILS IT
004060************************************************************
004070 1530-CHECK-ROUTING-DIGIT.
004080     COMPUTE WS-RT-SUM
004090         = 3 * (TR-RT-DIGIT (1) + TR-RT-DIGIT (4)
004100              + TR-RT-DIGIT (7))
004110         + 7 * (TR-RT-DIGIT (2) + TR-RT-DIGIT (5)
004120              + TR-RT-DIGIT (8))
004130         +     (TR-RT-DIGIT (3) + TR-RT-DIGIT (6)
004140              + TR-RT-DIGIT (9)).
004150     DIVIDE WS-RT-SUM BY 10 GIVING WS-RT-QUOT
004160         REMAINDER WS-RT-REM.
004170     IF WS-RT-REM NOT = 0 OR TR-ROUTING = 0
004180         SET TRANS-IS-DIRTY TO TRUE
004190         MOVE 'ROUTING CHECK DIGIT BAD'
004200              TO WS-LOG-RESULT
004210     END-IF.
004220************************************************************
004230*      1600-WRITE-REJECT WRITES THE FAILED TRANSACTION TO
004240*      THE REJECT FILE EXACTLY AS IT WAS KEYED, SO IT CAN BE
004250*      CORRECTED AND RESUBMITTED, AND LOGS WHY IT FAILED
004260************************************************************
004270 1600-WRITE-REJECT.
004280     ADD 1 TO REJECT-CTR.
004290     WRITE REJECT-REC FROM TRANS-REC.
004300     PERFORM 5000-WRITE-LOG.
004310************************************************************
004320*      2000-ADD-RECORD WRITES A NEW ACTIVE ENROLLMENT.  A
004330*      WRITE THAT FAILS INVALID KEY MEANS THE ACCOUNT IS
004340*      ALREADY ENROLLED
004350************************************************************
004360 2000-ADD-RECORD.
004370     MOVE SPACES          TO ACHENR-REC.
004380     MOVE TR-ACCT-NO      TO EN-ACCT-NO.
004390     PERFORM 2100-MOVE-DRAFT-FIELDS.
004400     MOVE 0               TO EN-LAST-DRAFT.
004410     MOVE 0               TO EN-LAST-RETURN.
004420     WRITE ACHENR-REC
004430         INVALID KEY
004440             MOVE 'ACCOUNT ALREADY ENROLLED'
004450                  TO WS-LOG-RESULT
004460             ADD 1 TO FAIL-CTR
004470         NOT INVALID KEY
004480             MOVE 'ENROLLMENT ADDED'
004490                  TO WS-LOG-RESULT
004500     END-WRITE.
004510     PERFORM 5000-WRITE-LOG.
004520************************************************************
004530*      2100-MOVE-DRAFT-FIELDS MOVES THE BANK AND DRAFT FIELDS
004540*      FROM THE TRANSACTION TO THE ENROLLMENT AND MARKS IT
004550*      ACTIVE WITH NO RETURNS AGAINST IT
004560************************************************************
004570 2100-MOVE-DRAFT-FIELDS.
004580     MOVE TR-ROUTING      TO EN-ROUTING.
004590     MOVE TR-BANK-ACCT    TO EN-BANK-ACCT.
004600     MOVE TR-ACCT-TYPE    TO EN-ACCT-TYPE.
004610     MOVE TR-DRAFT-DAY    TO EN-DRAFT-DAY.
004620     MOVE TR-AMT-TYPE     TO EN-AMT-TYPE.
004630     IF TR-DRAFT-FIXED
004640         MOVE TR-FIXED-AMT TO EN-FIXED-AMT
004650     ELSE
004660         MOVE 0           TO EN-FIXED-AMT
004670     END-IF.
004680     MOVE 'A'             TO EN-STATUS.
004690     MOVE 0               TO EN-RETURN-CTR.
004700************************************************************
004710*      3000-CHANGE-RECORD REWRITES AN EXISTING ENROLLMENT
004720*      WITH THE NEW BANK AND DRAFT FIELDS, REINSTATING IT IF
004730*      IT WAS SUSPENDED.  A READ THAT FAILS INVALID KEY MEANS
004740*      THE ACCOUNT IS NOT ENROLLED
004750************************************************************
004760 3000-CHANGE-RECORD.
004770     MOVE TR-ACCT-NO      TO EN-ACCT-NO.
004780     READ ACHENR-FILE
004790         INVALID KEY
004800             MOVE 'ENROLLMENT NOT ON FILE'
004810                  TO WS-LOG-RESULT
004820             ADD 1 TO FAIL-CTR
004830         NOT INVALID KEY
004840             PERFORM 2100-MOVE-DRAFT-FIELDS
004850             REWRITE ACHENR-REC
004860             MOVE 'ENROLLMENT CHANGED'
004870                  TO WS-LOG-RESULT
004880     END-READ.
004890     PERFORM 5000-WRITE-LOG.
004900************************************************************
004910*      4000-DELETE-RECORD ENDS THE ACCOUNT'S ENROLLMENT.  A
004920*      DELETE THAT FAILS INVALID KEY MEANS THE ACCOUNT IS
004930*      NOT ENROLLED
004940************************************************************
004950 4000-DELETE-RECORD.
004960     MOVE TR-ACCT-NO      TO EN-ACCT-NO.
004970     DELETE ACHENR-FILE
004980         INVALID KEY
004990             MOVE 'ENROLLMENT NOT ON FILE'
005000                  TO WS-LOG-RESULT
005010             ADD 1 TO FAIL-CTR
005020         NOT INVALID KEY
005030             MOVE 'ENROLLMENT DELETED'
005040                  TO WS-LOG-RESULT
005050     END-DELETE.
005060     PERFORM 5000-WRITE-LOG.
005070************************************************************
005080*      5000-WRITE-LOG WRITES ONE LINE TO THE TRANSACTION LOG
005090*      SHOWING WHAT WAS APPLIED OR WHY IT WAS REJECTED
005100************************************************************
005110 5000-WRITE-LOG.
005120     MOVE TR-CODE         TO G-CODE.
005130     MOVE TR-ACCT-NO      TO G-ACCT-NO.
005140     MOVE TR-ROUTING      TO G-ROUTING.
005150     MOVE TR-DRAFT-DAY    TO G-DRAFT-DAY.
005160     MOVE TR-AMT-TYPE     TO G-AMT-TYPE.
005170     MOVE WS-LOG-RESULT   TO G-RESULT.
005180     WRITE LOG-REC FROM LOG-DATA1
005190           AFTER ADVANCING 1 LINE.
005200************************************************************
005210*      8000-PRINT-TRAILER PRINTS THE COUNT OF TRANSACTIONS
005220*      PROCESSED, FAILED, AND REJECTED AT THE END OF THE RUN
005230************************************************************
005240 8000-PRINT-TRAILER.
005250     MOVE TRANS-CTR       TO GT-TRANS-CTR.
005260     MOVE FAIL-CTR        TO GT-FAIL-CTR.
005270     WRITE LOG-REC FROM LOG-TRAILER1
005280           AFTER ADVANCING 2 LINES.
005290     MOVE REJECT-CTR      TO GT-REJECT-CTR.
005300     WRITE LOG-REC FROM LOG-TRAILER2
005310           AFTER ADVANCING 1 LINE.
005320************************************************************
005330*      9000-READ-TRANS READS A TRANSACTION AT A TIME
005340************************************************************
005350 9000-READ-TRANS.
005360     READ TRANS-FILE
005370          AT END MOVE 1 TO EOF-T.
