000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROG33.
000030 AUTHOR. TIM PATRICK.
000040 INSTALLATION. LOAN SERVICING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* LAB EXERCISE 3 - APPROVAL RELEASE.
000090*----------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------
000120* 10/15/2026 JAM  ORIGINAL PROGRAM.  RELEASES THE LOAN MASTER
000130*                 TRANSACTIONS PROG2 HELD FOR A SUPERVISOR.
000140*                 READS THE SUPERVISORS' DECISIONS, KEYED BY
000150*                 THE REFERENCE ON PROG32'S REPORT, AND
000160*                 REFUSES ANY DECISION WITH NO APPROVER OR
000170*                 MADE BY THE PERSON WHO KEYED THE ITEM.  AN
000180*                 APPROVED ITEM IS APPLIED THE WAY PROG2
000190*                 APPLIES IT - AUDIT IMAGES FOR PROG5 AND THE
000200*                 NAME CROSS-REFERENCE KEPT IN STEP - BUT ONLY
000210*                 IF THE MASTER RECORD IS STILL AS IT STOOD
000220*                 WHEN THE ITEM WAS HELD.  A DECLINED ITEM, AN
000230*                 APPROVED ITEM THE MASTER HAS MOVED ON FROM,
000240*                 AND AN UNDECIDED ITEM PAST THE EXPIRY AGE ON
000250*                 THE APPROVAL PARAMETER FILE GO BACK TO THE
000260*                 SUBMITTER THROUGH THE REJECT FILE, AS KEYED.
000270*----------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT MASTER-FILE  ASSIGN TO AS-S-MASTER
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS M-ACCT-NO
000380         FILE STATUS IS WS-MASTER-STATUS.
000390     SELECT OPTIONAL PEND-FILE ASSIGN TO AS-S-PENDAPPR
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PN-KEY
000430         FILE STATUS IS WS-PEND-STATUS.
000440     SELECT OPTIONAL APPRDEC-FILE ASSIGN TO DA-S-APPRDEC.
000450     SELECT OPTIONAL APPRPARM-FILE ASSIGN TO DA-S-APPRPARM.
000460     SELECT LOG-FILE     ASSIGN TO UR-S-RELLOG.
000470     SELECT REJECT-FILE  ASSIGN TO DA-S-REJECT.
000480     SELECT AUDIT-FILE   ASSIGN TO DA-S-AUDIT.
000490     SELECT OPTIONAL XREF-FILE ASSIGN TO AS-S-NAMEXREF
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS X-KEY
000530         FILE STATUS IS WS-XREF-STATUS.
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
000750     03  M-STATUS         PIC X(1).
000760         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
000770         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
000780         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
000790     03  M-CO-DATE        PIC 9(8).
000800     03  M-CO-AMT         PIC 9(7)V99.
000810     03  M-RECOV-AMT      PIC 9(7)V99.
000820     03  FILLER           PIC X(11).
000830************************************************************
000840*      PENDING-APPROVAL FILE WRITTEN BY PROG2, KEYED BY
000850*      ACCOUNT NUMBER PLUS THE DATE, TIME AND SEQUENCE OF THE
000860*      RUN THAT HELD THE TRANSACTION.  THE FIELDS ARE LAID
000870*      OUT IN PEND-DATA.  AN ITEM IS REMOVED ONCE IT IS
000880*      APPLIED OR RETURNED
000890************************************************************
000900 FD  PEND-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  PEND-REC.
000930     03  PN-KEY           PIC X(25).
000940     03  FILLER           PIC X(235).
000950************************************************************
000960*      APPROVAL DECISIONS KEYED BY THE BRANCH SUPERVISORS -
000970*      ONE PER PENDING ITEM, BY THE REFERENCE PROG32 PRINTS
000980************************************************************
000990 FD  APPRDEC-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  APPRDEC-REC          PIC X(80).
001020************************************************************
001030*      ONE-RECORD PARAMETER FILE GIVING THE SUPERVISOR
001040*      APPROVAL THRESHOLDS, SHARED WITH PROG2 AND PROG32
001050************************************************************
001060 FD  APPRPARM-FILE
001070     LABEL RECORDS ARE OMITTED.
001080 01  APPRPARM-REC         PIC X(80).
001090************************************************************
001100*      RELEASE LOG - ONE LINE PER DECISION AND PER ITEM
001110*      EXPIRED
001120************************************************************
001130 FD  LOG-FILE
001140     LABEL RECORDS ARE OMITTED.
001150 01  LOG-REC              PIC X(80).
001160************************************************************
001170*      REJECT FILE - ITEMS RETURNED TO THE SUBMITTER, WRITTEN
001180*      AS KEYED IN PROG2'S TRANS-REC LAYOUT, SO THEY CAN BE
001190*      CORRECTED AND RESUBMITTED
001200************************************************************
001210 FD  REJECT-FILE
001220     BLOCK CONTAINS 0 RECORDS
001230     LABEL RECORDS ARE STANDARD.
001240 01  REJECT-REC           PIC X(80).
001250************************************************************
001260*      AUDIT FILE - ONE DATED BEFORE-IMAGE AND AFTER-IMAGE
001270*      OF THE MASTER RECORD PER APPLIED ITEM, IN PROG2'S
001280*      LAYOUT, READ BACK BY PROG5 TO BACK A RUN OUT
001290************************************************************
001300 FD  AUDIT-FILE
001310     BLOCK CONTAINS 0 RECORDS
001320     LABEL RECORDS ARE STANDARD.
001330 01  AUDIT-REC            PIC X(253).
001340************************************************************
001350*      NAME CROSS-REFERENCE BUILT BY PROG14 AND KEPT IN
001360*      STEP HERE, AS IN PROG2
001370************************************************************
001380 FD  XREF-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  XREF-REC.
001410     03  X-KEY.
001420         05  X-NAME       PIC X(20).
001430         05  X-ACCT-NO    PIC 9(6).
001440     03  FILLER           PIC X(4).
001450 WORKING-STORAGE SECTION.
001460************************************************************
001470*      LAYOUT FOR THE PENDING-APPROVAL RECORD, SAME AS PROG2'S
001480*      PEND-REC.  THE TRANSACTION IS IN PROG2'S TRANS-REC
001490*      LAYOUT AND THE BEFORE-IMAGE IS THE WHOLE MASTER RECORD
001500*      AS IT STOOD WHEN THE ITEM WAS HELD; AN ADD HAS A SPACES
001510*      BEFORE-IMAGE
001520************************************************************
001530 01  PEND-DATA.
001540     03  PD-KEY.
001550         05  PD-ACCT-NO   PIC 9(6).
001560         05  PD-KEYED-DATE.
001570             07  PD-KD-YYYY PIC 9(4).
001580             07  PD-KD-MM   PIC 99.
001590             07  PD-KD-DD   PIC 99.
001600         05  PD-KEYED-TIME PIC 9(6).
001610         05  PD-TRANS-SEQ PIC 9(5).
001620     03  PD-KEYED-BY      PIC X(8).
001630     03  PD-BRANCH        PIC 9(2).
001640     03  PD-HOLD-REASONS  PIC X(4).
001650     03  PD-TRANS.
001660         05  PT-CODE      PIC X(1).
001670             88  PT-IS-ADD            VALUE 'A'.
001680             88  PT-IS-CHANGE         VALUE 'C'.
001690             88  PT-IS-DELETE         VALUE 'D'.
001700         05  PT-ACCT-NO   PIC 9(6).
001710         05  PT-NAME      PIC X(20).
001720         05  PT-LOAN      PIC 99999V99.
001730         05  PT-PAID1     PIC 9999V99.
001740         05  PT-PAID2     PIC 9999V99.
001750         05  PT-PAID3     PIC 9999V99.
001760         05  PT-PAID4     PIC 9999V99.
001770         05  PT-MIN-PAY   PIC 9999V99.
001780         05  PT-INT-RATE  PIC 9V9999.
001790         05  FILLER       PIC X(1).
001800         05  PT-BRANCH    PIC 9(2).
001810         05  PT-KEYED-BY  PIC X(8).
001820     03  PD-BEFORE-IMAGE  PIC X(120).
001830     03  FILLER           PIC X(21).
001840************************************************************
001850*      LAYOUT FOR THE APPROVAL DECISION RECORD.  THE
001860*      REFERENCE IS THE PENDING ITEM'S KEY AS PROG32 PRINTS
001870*      IT; THE APPROVER MAY NOT BE THE ONE WHO KEYED THE ITEM
001880************************************************************
001890 01  APPRDEC-DATA.
001900     03  AD-KEY           PIC X(25).
001910     03  AD-DECISION      PIC X(1).
001920         88  DECISION-IS-APPROVE      VALUE 'A'.
001930         88  DECISION-IS-DECLINE      VALUE 'D'.
001940     03  AD-APPROVER      PIC X(8).
001950     03  FILLER           PIC X(46).
001960************************************************************
001970*      LAYOUT FOR THE APPROVAL PARAMETER RECORD, SAME AS
001980*      PROG2'S APPRPARM-DATA.  ONLY THE EXPIRY AGE IS USED
001990*      HERE
002000************************************************************
002010 01  APPRPARM-DATA.
002020     03  AP-BAL-LIMIT     PIC 9(5)V99  VALUE 0.
002030     03  AP-RATE-LIMIT    PIC 9V9999   VALUE 0.
002040     03  AP-EXPIRE-DAYS   PIC 9(3)     VALUE 0.
002050     03  FILLER           PIC X(65)    VALUE SPACES.
002060************************************************************
002070*      LAYOUT FOR THE RELEASE LOG DETAIL LINE
002080************************************************************
002090 01  LOG-DATA1.
002100     03  G-CODE           PIC X(1).
002110     03  FILLER           PIC X(4)    VALUE SPACES.
002120     03  G-ACCT-NO        PIC 9(6).
002130     03  FILLER           PIC X(2)    VALUE SPACES.
002140     03  G-NAME           PIC X(20).
002150     03  FILLER           PIC X(2)    VALUE SPACES.
002160     03  G-KEYED-BY       PIC X(8).
002170     03  FILLER           PIC X(1)    VALUE SPACES.
002180     03  G-APPROVER       PIC X(8).
002190     03  FILLER           PIC X(1)    VALUE SPACES.
002200     03  G-RESULT         PIC X(26).
002210************************************************************
002220*      LAYOUT FOR THE RELEASE LOG HEADING LINES
002230************************************************************
002240 01  LOG-HEADING0.
002250     03                  PIC X(30)   VALUE
002260         'APPROVAL RELEASE'.
002270     03                  PIC X(10)   VALUE 'RUN DATE: '.
002280     03  H0-RUN-DATE      PIC X(8).
002290 01  LOG-HEADING1.
002300     03                  PIC X(4)    VALUE 'CODE'.
002310     03                  PIC X(1)    VALUE SPACES.
002320     03                  PIC X(7)    VALUE 'ACCT NO'.
002330     03                  PIC X(1)    VALUE SPACES.
002340     03                  PIC X(4)    VALUE 'NAME'.
002350     03                  PIC X(18)   VALUE SPACES.
002360     03                  PIC X(8)    VALUE 'KEYED BY'.
002370     03                  PIC X(1)    VALUE SPACES.
002380     03                  PIC X(8)    VALUE 'APPROVER'.
002390     03                  PIC X(1)    VALUE SPACES.
002400     03                  PIC X(6)    VALUE 'RESULT'.
002410************************************************************
002420*      LAYOUT FOR THE RELEASE LOG TRAILER LINES
002430************************************************************
002440 01  LOG-TRAILER1.
002450     03  GT-CAPTION       PIC X(32).
002460     03  GT-COUNT         PIC ZZZZ9.
002470 01  MISC.
002480************************************************************
002490*      END OF FILE (EOF) SWITCHES        *
002500*    0=NOT AT EOF       1=AT EOF        *
002510************************************************************
002520     03  EOF-D            PIC 9        VALUE 0.
002530     03  EOF-P            PIC 9        VALUE 0.
002540     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
002550     03  WS-PEND-STATUS   PIC X(2)     VALUE SPACES.
002560     03  WS-XREF-STATUS   PIC X(2)     VALUE SPACES.
002570     03  DECISION-CTR     PIC 9(5)     VALUE 0    COMP.
002580     03  REFUSED-CTR      PIC 9(5)     VALUE 0    COMP.
002590     03  APPLIED-CTR      PIC 9(5)     VALUE 0    COMP.
002600     03  DECLINED-CTR     PIC 9(5)     VALUE 0    COMP.
002610     03  RETURNED-CTR     PIC 9(5)     VALUE 0    COMP.
002620     03  EXPIRED-CTR      PIC 9(5)     VALUE 0    COMP.
002630     03  STILL-PEND-CTR   PIC 9(5)     VALUE 0    COMP.
002640     03  REJECT-CTR       PIC 9(5)     VALUE 0    COMP.
002650     03  WS-DAYS-WAITED   PIC S9(5)    VALUE 0.
002660 01  WS-LOG-RESULT        PIC X(26)    VALUE SPACES.
002670 01  WS-LOG-NAME          PIC X(20)    VALUE SPACES.
002680************************************************************
002690*      THE NAME A CHANGED OR DELETED MASTER RECORD CARRIED
002700*      BEFORE THE ITEM, SAVED SO ITS OLD CROSS-REFERENCE
002710*      ENTRY CAN BE REMOVED
002720************************************************************
002730 01  WS-OLD-NAME          PIC X(20)    VALUE SPACES.
002740************************************************************
002750*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME, TO
002760*      STAMP EVERY AUDIT IMAGE WITH THE RUN IT BELONGS TO AND
002770*      TO AGE THE ITEMS STILL WAITING.  THE CENTURY WINDOW
002780*      PUTS EVERY TWO-DIGIT YEAR IN 20XX, THE SAME WAY PROG2
002790*      STAMPS THE DATE AN ITEM WAS HELD
002800************************************************************
002810 01  WS-SYSTEM-DATE.
002820     03  WS-SYS-YY        PIC 99.
002830     03  WS-SYS-MM        PIC 99.
002840     03  WS-SYS-DD        PIC 99.
002850 01  WS-CURRENT-DATE.
002860     03  WS-CUR-YYYY      PIC 9(4)     VALUE 0.
002870     03  WS-CUR-MM        PIC 99       VALUE 0.
002880     03  WS-CUR-DD        PIC 99       VALUE 0.
002890 01  WS-EDIT-DATE.
002900     03  WS-EDIT-MM       PIC 99.
002910     03  FILLER           PIC X       VALUE '/'.
002920     03  WS-EDIT-DD       PIC 99.
002930     03  FILLER           PIC X       VALUE '/'.
002940     03  WS-EDIT-YY       PIC 99.
002950************************************************************
002960*      LAYOUT FOR THE AUDIT RECORD, SAME AS PROG2'S AUDIT-DATA
002970*      - THE MASTER RECORD AS IT STOOD BEFORE AND AFTER THE
002980*      ITEM WAS APPLIED.  AN ADD HAS A SPACES BEFORE-IMAGE, A
002990*      DELETE A SPACES AFTER-IMAGE; PROG5 KEYS OFF THAT WHEN
003000*      BACKING OUT
003010************************************************************
003020 01  AUDIT-DATA.
003030     03  A-RUN-DATE       PIC 9(6).
003040     03  A-TR-CODE        PIC X(1).
003050     03  A-ACCT-NO        PIC 9(6).
003060     03  A-BEFORE-IMAGE   PIC X(120).
003070     03  A-AFTER-IMAGE    PIC X(120).
003080************************************************************
003090*      START OF PROCEDURE DIVISION
003100************************************************************
003110 PROCEDURE DIVISION.
003120************************************************************
003130* THE MAINLINE IS RESPONSIBILE FOR THE FLOW OF THE LOGIC
003140* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
003150* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
003160************************************************************
003170 000-MAINLINE.
003180     PERFORM 0100-READ-APPRPARM.
003190     OPEN I-O   MASTER-FILE.
003200     IF WS-MASTER-STATUS NOT = '00'
003210         DISPLAY 'PROG33: MASTER-FILE OPEN FAILED, STATUS '
003220                 WS-MASTER-STATUS
003230         STOP RUN
003240     END-IF.
003250     OPEN I-O   PEND-FILE.
003260     IF WS-PEND-STATUS NOT = '00'
003270         AND WS-PEND-STATUS NOT = '05'
003280         DISPLAY 'PROG33: PEND-FILE OPEN FAILED, STATUS '
003290                 WS-PEND-STATUS
003300         STOP RUN
003310     END-IF.
003320     OPEN I-O   XREF-FILE.
003330     IF WS-XREF-STATUS NOT = '00'
003340         AND WS-XREF-STATUS NOT = '05'
003350         DISPLAY 'PROG33: XREF-FILE OPEN FAILED, STATUS '
003360                 WS-XREF-STATUS
003370         STOP RUN
003380     END-IF.
003390     OPEN INPUT APPRDEC-FILE
003400          OUTPUT LOG-FILE
003410          OUTPUT REJECT-FILE
003420          OUTPUT AUDIT-FILE.
003430     ACCEPT WS-SYSTEM-DATE FROM DATE.
003440     MOVE WS-SYSTEM-DATE  TO A-RUN-DATE.
003450     COMPUTE WS-CUR-YYYY = 2000 + WS-SYS-YY.
003460     MOVE WS-SYS-MM       TO WS-CUR-MM.
003470     MOVE WS-SYS-DD       TO WS-CUR-DD.
003480     MOVE WS-SYS-MM       TO WS-EDIT-MM.
003490     MOVE WS-SYS-DD       TO WS-EDIT-DD.
003500     MOVE WS-SYS-YY       TO WS-EDIT-YY.
003510     MOVE WS-EDIT-DATE    TO H0-RUN-DATE.
003520     WRITE LOG-REC FROM LOG-HEADING0
003530           AFTER ADVANCING PAGE.
003540     WRITE LOG-REC FROM LOG-HEADING1
003550           AFTER ADVANCING 2 LINES.
003560     PERFORM 9000-READ-DECISION.
003570     PERFORM 1000-PROCESS-DECISION
003580         UNTIL EOF-D = 1.
003590     PERFORM 4000-SWEEP-EXPIRED.
003600     PERFORM 8000-PRINT-TRAILER.
003610     CLOSE MASTER-FILE
003620           PEND-FILE
003630           XREF-FILE
003640           APPRDEC-FILE
003650           LOG-FILE
003660           REJECT-FILE
003670           AUDIT-FILE.
003680     STOP RUN.
003690************************************************************
003700*      0100-READ-APPRPARM READS THE ONE-RECORD PARAMETER FILE,
003710*      IF ONE WAS SUPPLIED, FOR THE EXPIRY AGE.  A MISSING
003720*      FILE, OR A ZERO OR NON-NUMERIC AGE, TAKES PROG2'S
003730*      HOUSE DEFAULT OF 10 DAYS
003740************************************************************
003750 0100-READ-APPRPARM.
003760     OPEN INPUT APPRPARM-FILE.
003770     READ APPRPARM-FILE INTO APPRPARM-DATA
003780          AT END INITIALIZE APPRPARM-DATA.
003790     CLOSE APPRPARM-FILE.
003800     IF AP-EXPIRE-DAYS NOT NUMERIC OR AP-EXPIRE-DAYS = 0
003810         MOVE 10 TO AP-EXPIRE-DAYS
003820     END-IF.
003830************************************************************
003840*      1000-PROCESS-DECISION FINDS THE PENDING ITEM ONE
003850*      DECISION NAMES, EDITS THE DECISION, AND APPLIES OR
003860*      DECLINES THE ITEM.  A DECISION FOR AN ITEM NOT ON THE
003870*      PENDING FILE - ALREADY RELEASED, EXPIRED OR MIS-KEYED
003880*      - IS ONLY LOGGED
003890************************************************************
003900 1000-PROCESS-DECISION.
003910     ADD 1 TO DECISION-CTR.
003920     MOVE AD-KEY          TO PN-KEY.
003930     READ PEND-FILE INTO PEND-DATA
003940         INVALID KEY
003950             MOVE SPACES  TO PEND-DATA
003960             MOVE AD-KEY  TO PD-KEY
003970             MOVE SPACES  TO WS-LOG-NAME
003980             MOVE 'NO SUCH PENDING ITEM'
003990                  TO WS-LOG-RESULT
004000             ADD 1 TO REFUSED-CTR
004010             PERFORM 5000-WRITE-LOG
004020         NOT INVALID KEY
004030             MOVE PT-NAME TO WS-LOG-NAME
004040             PERFORM 1100-EDIT-DECISION
004050     END-READ.
004060     PERFORM 9000-READ-DECISION.
004070************************************************************
004080*      1100-EDIT-DECISION CHECKS THE DECISION BEFORE IT MAY
004090*      RELEASE THE ITEM: AN APPROVER MUST BE GIVEN, MAY NOT
004100*      BE THE ONE WHO KEYED THE ITEM, AND MUST APPROVE OR
004110*      DECLINE.  A REFUSED DECISION LEAVES THE ITEM PENDING
004120************************************************************
004130 1100-EDIT-DECISION.
004140     MOVE SPACES          TO WS-LOG-RESULT.
004150     IF AD-APPROVER = SPACES
004160         MOVE 'APPROVER ID REQUIRED'
004170              TO WS-LOG-RESULT
004180     END-IF.
004190     IF WS-LOG-RESULT = SPACES
004200         IF AD-APPROVER = PD-KEYED-BY
004210             MOVE 'APPROVER IS THE KEYER'
004220                  TO WS-LOG-RESULT
004230         END-IF
004240     END-IF.
004250     IF WS-LOG-RESULT = SPACES
004260         IF NOT DECISION-IS-APPROVE
004270            AND NOT DECISION-IS-DECLINE
004280             MOVE 'INVALID DECISION CODE'
004290                  TO WS-LOG-RESULT
004300         END-IF
004310     END-IF.
004320     IF WS-LOG-RESULT NOT = SPACES
004330         ADD 1 TO REFUSED-CTR
004340         PERFORM 5000-WRITE-LOG
004350     ELSE
004360         IF DECISION-IS-APPROVE
004370             PERFORM 2000-APPLY-ITEM
004380         ELSE
004390             ADD 1 TO DECLINED-CTR
004400             MOVE 'DECLINED - RETURNED'
004410                  TO WS-LOG-RESULT
004420             PERFORM 3000-RETURN-ITEM
004430         END-IF
004440     END-IF.
004450************************************************************
004460*      2000-APPLY-ITEM APPLIES AN APPROVED ITEM, BASED ON ITS
004470*      TRANSACTION CODE.  A CHANGE OR DELETE IS APPLIED ONLY
004480*      IF THE MASTER RECORD IS EXACTLY AS IT STOOD WHEN THE
004490*      ITEM WAS HELD - PAYMENTS OR OTHER CHANGES POSTED SINCE
004500*      WOULD OTHERWISE BE OVERWRITTEN - SO A RECORD THAT HAS
004510*      MOVED ON SENDS THE ITEM BACK TO BE KEYED AFRESH
004520************************************************************
004530 2000-APPLY-ITEM.
004540     IF PT-IS-ADD
004550         PERFORM 2100-ADD-RECORD
004560     ELSE
004570         MOVE PT-ACCT-NO  TO M-ACCT-NO
004580         READ MASTER-FILE
004590             INVALID KEY
004600                 MOVE 'ACCOUNT NUMBER NOT FOUND'
004610                      TO WS-LOG-RESULT
004620                 ADD 1 TO RETURNED-CTR
004630                 PERFORM 3000-RETURN-ITEM
004640             NOT INVALID KEY
004650                 PERFORM 2050-CHECK-BEFORE-IMAGE
004660         END-READ
004670     END-IF.
004680************************************************************
004690*      2050-CHECK-BEFORE-IMAGE COMPARES THE MASTER RECORD JUST
004700*      READ WITH THE ONE HELD WITH THE ITEM, AND APPLIES THE
004710*      CHANGE OR DELETE ONLY IF THEY MATCH
004720************************************************************
004730 2050-CHECK-BEFORE-IMAGE.
004740     IF MASTER-REC NOT = PD-BEFORE-IMAGE
004750         MOVE 'MASTER CHANGED SINCE KEYED'
004760              TO WS-LOG-RESULT
004770         ADD 1 TO RETURNED-CTR
004780         PERFORM 3000-RETURN-ITEM
004790     ELSE
004800         MOVE MASTER-REC  TO A-BEFORE-IMAGE
004810         MOVE M-NAME      TO WS-OLD-NAME
004820         IF PT-IS-CHANGE
004830             PERFORM 2200-CHANGE-RECORD
004840         ELSE
004850             PERFORM 2300-DELETE-RECORD
004860         END-IF
004870     END-IF.
004880************************************************************
004890*      2100-ADD-RECORD WRITES A NEW MASTER RECORD THE WAY
004900*      PROG2'S 2000-ADD-RECORD DOES.  A WRITE THAT FAILS
004910*      INVALID KEY MEANS THE ACCOUNT NUMBER HAS BEEN TAKEN
004920*      SINCE THE ITEM WAS HELD
004930************************************************************
004940 2100-ADD-RECORD.
004950     MOVE SPACES          TO MASTER-REC.
004960     MOVE PT-ACCT-NO      TO M-ACCT-NO.
004970     MOVE PT-NAME         TO M-NAME.
004980     MOVE PT-LOAN         TO M-LOAN.
004990     MOVE PT-PAID1        TO M-PAID1.
005000     MOVE PT-PAID2        TO M-PAID2.
005010     MOVE PT-PAID3        TO M-PAID3.
005020     MOVE PT-PAID4        TO M-PAID4.
005030     MOVE PT-MIN-PAY      TO M-MIN-PAY.
005040     MOVE PT-INT-RATE     TO M-INT-RATE.
005050     MOVE PT-BRANCH       TO M-BRANCH.
005060     MOVE 0               TO M-FEE-BAL.
005070     MOVE 'A'             TO M-STATUS.
005080     MOVE 0               TO M-CO-DATE.
005090     MOVE 0               TO M-CO-AMT.
005100     MOVE 0               TO M-RECOV-AMT.
005110     MOVE SPACES          TO A-BEFORE-IMAGE.
005120     WRITE MASTER-REC
005130         INVALID KEY
005140             MOVE 'DUPLICATE ACCOUNT NUMBER'
005150                  TO WS-LOG-RESULT
005160             ADD 1 TO RETURNED-CTR
005170             PERFORM 3000-RETURN-ITEM
005180         NOT INVALID KEY
005190             MOVE MASTER-REC TO A-AFTER-IMAGE
005200             PERFORM 6000-WRITE-AUDIT
005210             PERFORM 6100-WRITE-XREF
005220             MOVE 'APPROVED - RECORD ADDED'
005230                  TO WS-LOG-RESULT
005240             PERFORM 2900-FINISH-APPLIED-ITEM
005250     END-WRITE.
005260************************************************************
005270*      2200-CHANGE-RECORD REWRITES THE MASTER RECORD THE WAY
005280*      PROG2'S 3000-CHANGE-RECORD DOES, LEAVING THE FEE,
005290*      STATUS AND CHARGE-OFF FIELDS AS THEY WERE
005300************************************************************
005310 2200-CHANGE-RECORD.
005320     MOVE PT-NAME         TO M-NAME.
005330     MOVE PT-LOAN         TO M-LOAN.
005340     MOVE PT-PAID1        TO M-PAID1.
005350     MOVE PT-PAID2        TO M-PAID2.
005360     MOVE PT-PAID3        TO M-PAID3.
005370     MOVE PT-PAID4        TO M-PAID4.
005380     MOVE PT-MIN-PAY      TO M-MIN-PAY.
005390     MOVE PT-INT-RATE     TO M-INT-RATE.
005400     MOVE PT-BRANCH       TO M-BRANCH.
005410     REWRITE MASTER-REC.
005420     MOVE MASTER-REC      TO A-AFTER-IMAGE.
005430     PERFORM 6000-WRITE-AUDIT.
005440     IF WS-OLD-NAME NOT = M-NAME
005450         PERFORM 6200-DELETE-XREF
005460         PERFORM 6100-WRITE-XREF
005470     END-IF.
005480     MOVE 'APPROVED - RECORD CHANGED'
005490          TO WS-LOG-RESULT.
005500     PERFORM 2900-FINISH-APPLIED-ITEM.
005510************************************************************
005520*      2300-DELETE-RECORD REMOVES THE MASTER RECORD THE WAY
005530*      PROG2'S 4100-DELETE-MASTER-REC DOES.  A DELETE HAS NO
005540*      AFTER-IMAGE, SO SPACES GO OUT IN ITS PLACE
005550************************************************************
005560 2300-DELETE-RECORD.
005570     DELETE MASTER-FILE
005580         INVALID KEY
005590             MOVE 'ACCOUNT NUMBER NOT FOUND'
005600                  TO WS-LOG-RESULT
005610             ADD 1 TO RETURNED-CTR
005620             PERFORM 3000-RETURN-ITEM
005630         NOT INVALID KEY
005640             MOVE SPACES TO A-AFTER-IMAGE
005650             PERFORM 6000-WRITE-AUDIT
005660             PERFORM 6200-DELETE-XREF
005670             MOVE 'APPROVED - RECORD DELETED'
005680                  TO WS-LOG-RESULT
005690             PERFORM 2900-FINISH-APPLIED-ITEM
005700     END-DELETE.
005710************************************************************
005720*      2900-FINISH-APPLIED-ITEM COUNTS AND LOGS AN ITEM JUST
005730*      APPLIED AND TAKES IT OFF THE PENDING FILE
005740************************************************************
005750 2900-FINISH-APPLIED-ITEM.
005760     ADD 1 TO APPLIED-CTR.
005770     PERFORM 5000-WRITE-LOG.
005780     PERFORM 7000-REMOVE-PENDING.
005790************************************************************
005800*      3000-RETURN-ITEM SENDS THE ITEM BACK TO THE SUBMITTER
005810*      THROUGH THE REJECT FILE, EXACTLY AS IT WAS KEYED, LOGS
005820*      WHY, AND TAKES IT OFF THE PENDING FILE
005830************************************************************
005840 3000-RETURN-ITEM.
005850     ADD 1 TO REJECT-CTR.
005860     WRITE REJECT-REC FROM PD-TRANS.
005870     PERFORM 5000-WRITE-LOG.
005880     PERFORM 7000-REMOVE-PENDING.
005890************************************************************
005900*      4000-SWEEP-EXPIRED READS WHAT IS LEFT ON THE PENDING
005910*      FILE, ONCE THE DECISIONS ARE APPLIED, FROM THE TOP
005920************************************************************
005930 4000-SWEEP-EXPIRED.
005940     MOVE SPACES          TO AD-APPROVER.
005950     MOVE LOW-VALUES      TO PN-KEY.
005960     START PEND-FILE KEY NOT LESS THAN PN-KEY
005970         INVALID KEY MOVE 1 TO EOF-P
005980     END-START.
005990     IF EOF-P NOT = 1
006000         PERFORM 9100-READ-PENDING-NEXT
006010     END-IF.
006020     PERFORM 4100-CHECK-ONE-PENDING
006030         UNTIL EOF-P = 1.
006040************************************************************
006050*      4100-CHECK-ONE-PENDING AGES ONE UNDECIDED ITEM ON A
006060*      360-DAY YEAR OF TWELVE 30-DAY MONTHS, AS PROG32 DOES,
006070*      AND RETURNS IT TO THE SUBMITTER ONCE IT HAS WAITED THE
006080*      EXPIRY AGE
006090************************************************************
006100 4100-CHECK-ONE-PENDING.
006110     MOVE PEND-REC        TO PEND-DATA.
006120     COMPUTE WS-DAYS-WAITED
006130         = (WS-CUR-YYYY - PD-KD-YYYY) * 360
006140         + (WS-CUR-MM   - PD-KD-MM)   * 30
006150         + (WS-CUR-DD   - PD-KD-DD).
006160     IF WS-DAYS-WAITED >= AP-EXPIRE-DAYS
006170         ADD 1 TO EXPIRED-CTR
006180         MOVE PT-NAME     TO WS-LOG-NAME
006190         MOVE 'EXPIRED - RETURNED'
006200              TO WS-LOG-RESULT
006210         PERFORM 3000-RETURN-ITEM
006220     ELSE
006230         ADD 1 TO STILL-PEND-CTR
006240     END-IF.
006250     PERFORM 9100-READ-PENDING-NEXT.
006260************************************************************
006270*      5000-WRITE-LOG WRITES ONE LINE TO THE RELEASE LOG
006280*      SHOWING WHAT WAS DONE WITH THE ITEM, OR WHY THE
006290*      DECISION WAS REFUSED
006300************************************************************
006310 5000-WRITE-LOG.
006320     MOVE PT-CODE         TO G-CODE.
006330     MOVE PD-ACCT-NO      TO G-ACCT-NO.
006340     MOVE WS-LOG-NAME     TO G-NAME.
006350     MOVE PD-KEYED-BY     TO G-KEYED-BY.
006360     MOVE AD-APPROVER     TO G-APPROVER.
006370     MOVE WS-LOG-RESULT   TO G-RESULT.
006380     WRITE LOG-REC FROM LOG-DATA1
006390           AFTER ADVANCING 1 LINE.
006400************************************************************
006410*      6000-WRITE-AUDIT WRITES THE DATED BEFORE-IMAGE AND
006420*      AFTER-IMAGE OF THE MASTER RECORD FOR THE ITEM JUST
006430*      APPLIED.  THE IMAGES ARE SET UP BY THE ADD, CHANGE,
006440*      AND DELETE PARAGRAPHS BEFORE THEY COME HERE
006450************************************************************
006460 6000-WRITE-AUDIT.
006470     MOVE PT-CODE         TO A-TR-CODE.
006480     MOVE PT-ACCT-NO      TO A-ACCT-NO.
006490     WRITE AUDIT-REC FROM AUDIT-DATA.
006500************************************************************
006510*      6100-WRITE-XREF WRITES THE CROSS-REFERENCE ENTRY FOR
006520*      THE MASTER RECORD JUST ADDED OR RENAMED.  A DUPLICATE
006530*      KEY MEANS THE ENTRY IS ALREADY THERE, WHICH IS THE
006540*      STATE THE FILE SHOULD BE IN, SO IT IS LEFT ALONE
006550************************************************************
006560 6100-WRITE-XREF.
006570     MOVE SPACES          TO XREF-REC.
006580     MOVE M-NAME          TO X-NAME.
006590     MOVE M-ACCT-NO       TO X-ACCT-NO.
006600     WRITE XREF-REC
006610         INVALID KEY
006620             CONTINUE
006630     END-WRITE.
006640************************************************************
006650*      6200-DELETE-XREF REMOVES THE CROSS-REFERENCE ENTRY
006660*      THE RECORD CARRIED BEFORE THE ITEM, KEYED ON THE
006670*      SAVED OLD NAME.  AN ENTRY ALREADY GONE IS LEFT ALONE
006680************************************************************
006690 6200-DELETE-XREF.
006700     MOVE WS-OLD-NAME     TO X-NAME.
006710     MOVE PT-ACCT-NO      TO X-ACCT-NO.
006720     DELETE XREF-FILE
006730         INVALID KEY
006740             CONTINUE
006750     END-DELETE.
006760************************************************************
006770*      7000-REMOVE-PENDING TAKES THE ITEM NOW IN PEND-DATA OFF
006780*      THE PENDING FILE, ONCE IT IS APPLIED OR RETURNED
006790************************************************************
006800 7000-REMOVE-PENDING.
006810     MOVE PD-KEY          TO PN-KEY.
006820     DELETE PEND-FILE
006830         INVALID KEY
006840             DISPLAY 'PROG33: PENDING DELETE FAILED FOR '
006850                     PD-KEY
006860     END-DELETE.
006870************************************************************
006880*      8000-PRINT-TRAILER PRINTS THE COUNTS FOR THE RUN
006890************************************************************
006900 8000-PRINT-TRAILER.
006910     MOVE 'DECISIONS READ:'                TO GT-CAPTION.
006920     MOVE DECISION-CTR    TO GT-COUNT.
006930     WRITE LOG-REC FROM LOG-TRAILER1
006940           AFTER ADVANCING 2 LINES.
006950     MOVE 'DECISIONS REFUSED:'             TO GT-CAPTION.
006960     MOVE REFUSED-CTR     TO GT-COUNT.
006970     PERFORM 8100-PRINT-TRAILER-LINE.
006980     MOVE 'ITEMS APPROVED AND APPLIED:'    TO GT-CAPTION.
006990     MOVE APPLIED-CTR     TO GT-COUNT.
007000     PERFORM 8100-PRINT-TRAILER-LINE.
007010     MOVE 'ITEMS DECLINED:'                TO GT-CAPTION.
007020     MOVE DECLINED-CTR    TO GT-COUNT.
007030     PERFORM 8100-PRINT-TRAILER-LINE.
007040     MOVE 'APPROVED BUT NOT APPLIED:'      TO GT-CAPTION.
007050     MOVE RETURNED-CTR    TO GT-COUNT.
007060     PERFORM 8100-PRINT-TRAILER-LINE.
007070     MOVE 'ITEMS EXPIRED:'                 TO GT-CAPTION.
007080     MOVE EXPIRED-CTR     TO GT-COUNT.
007090     PERFORM 8100-PRINT-TRAILER-LINE.
007100     MOVE 'ITEMS RETURNED TO SUBMITTER:'   TO GT-CAPTION.
007110     MOVE REJECT-CTR      TO GT-COUNT.
007120     PERFORM 8100-PRINT-TRAILER-LINE.
007130     MOVE 'ITEMS STILL PENDING:'           TO GT-CAPTION.
007140     MOVE STILL-PEND-CTR  TO GT-COUNT.
007150     PERFORM 8100-PRINT-TRAILER-LINE.
007160************************************************************
007170*      8100-PRINT-TRAILER-LINE PRINTS THE CAPTION AND COUNT
007180*      SET UP IN LOG-TRAILER1
007190************************************************************
007200 8100-PRINT-TRAILER-LINE.
007210     WRITE LOG-REC FROM LOG-TRAILER1
007220           AFTER ADVANCING 1 LINE.
007230************************************************************
007240*      9000-READ-DECISION READS A DECISION AT A TIME
007250************************************************************
007260 9000-READ-DECISION.
007270     READ APPRDEC-FILE INTO APPRDEC-DATA
007280          AT END MOVE 1 TO EOF-D.
007290************************************************************
007300*      9100-READ-PENDING-NEXT READS THE NEXT PENDING ITEM IN
007310*      KEY ORDER
007320************************************************************
007330 9100-READ-PENDING-NEXT.
007340     READ PEND-FILE NEXT RECORD
007350          AT END MOVE 1 TO EOF-P.
