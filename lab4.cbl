000206*                 THE NEW, AND A DELETE REMOVES ITS ENTRY.
000207*                 SEE PROG15 FOR THE NAME SEARCH THAT READS
000208*                 THE FILE.
000213* 10/15/2026 JAM  THE MASTER RECORD GROWS TO 120 BYTES FOR
000218*                 THE LATE-CHARGE FEE BALANCE PROG20 KEEPS
000223*                 (M-FEE-BAL AND M-FEE-CYCLE) PLUS A RESERVE
000228*                 FILLER.  AN ADD STARTS FROM A CLEARED
000233*                 RECORD WITH NO FEES OWED; A CHANGE LEAVES
000238*                 THE FEE FIELDS AS THEY WERE.  THE AUDIT
000243*                 IMAGES GROW TO MATCH.
000248* 10/15/2026 JAM  THE MASTER NOW CARRIES A LOAN STATUS
000253*                 CODE (M-STATUS - ACTIVE, CHARGED OFF, OR
000258*                 PAID IN FULL) AND THE CHARGE-OFF DATE,
000263*                 AMOUNT, AND RECOVERIES TO DATE, CARVED
000268*                 OUT OF THE RESERVE FILLER.  AN ADD
000273*                 STARTS ACTIVE WITH NOTHING CHARGED OFF;
000278*                 A CHANGE LEAVES THEM AS THEY WERE.
000283* 10/15/2026 JAM  MAKER/CHECKER CONTROL.  THE TRANSACTION
000288*                 RECORD GROWS BY TR-KEYED-BY, THE ID OF
000293*                 WHOEVER KEYED IT, NOW REQUIRED ON EVERY
000298*                 TRANSACTION; THE REJECT FILE GROWS TO
000303*                 MATCH.  A CLEAN TRANSACTION OVER THE
000308*                 THRESHOLDS ON THE NEW APPROVAL PARAMETER
000313*                 FILE - ANY DELETE, A BALANCE CHANGE OVER
000322*                 THE SET AMOUNT, A RATE MOVE OVER THE SET
000327*                 POINTS, OR A NEW NAME ON A LOAN WITH A
000332*                 BALANCE - IS NO LONGER APPLIED.  IT IS
000337*                 WRITTEN TO A NEW PENDING-APPROVAL FILE
000342*                 WITH THE KEYER, THE DATE AND TIME, THE
000347*                 REASON AND THE MASTER RECORD AS IT
000352*                 STOOD.  PROG32 LISTS THE PENDING ITEMS
000357*                 FOR THE BRANCH SUPERVISORS AND PROG33
000362*                 RELEASES THEM.
000195*----------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000319         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS X-KEY
000321         FILE STATUS IS WS-XREF-STATUS.
000326     SELECT OPTIONAL APPRPARM-FILE ASSIGN TO DA-S-APPRPARM.
000331     SELECT OPTIONAL PEND-FILE ASSIGN TO AS-S-PENDAPPR
000336         ORGANIZATION IS INDEXED
000341         ACCESS MODE IS DYNAMIC
000346         RECORD KEY IS PN-KEY
000351         FILE STATUS IS WS-PEND-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340************************************************************
000480     03  M-PAID4          PIC 9999V99.
000485     03  M-MIN-PAY        PIC 9999V99.
000487     03  M-INT-RATE       PIC 9V9999.
000488     03  M-BRANCH         PIC 9(2).
000489     03  M-FEE-BAL        PIC 9999V99.
000490     03  M-FEE-CYCLE      PIC X(6).
000491     03  M-STATUS         PIC X(1).
000492         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
000493         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
000494         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
000495     03  M-CO-DATE        PIC 9(8).
000496     03  M-CO-AMT         PIC 9(7)V99.
000497     03  M-RECOV-AMT      PIC 9(7)V99.
000498     03  FILLER           PIC X(11).
000500************************************************************
000510*      TRANSACTION FILE - ONE ADD/CHANGE/DELETE PER RECORD
000520************************************************************
000677     03  TR-INT-RATE      PIC 9V9999.
000680     03  FILLER           PIC X(1).
000682     03  TR-BRANCH        PIC 9(2).
000684     03  TR-KEYED-BY      PIC X(8).
000690************************************************************
000700*      TRANSACTION LOG - ONE LINE PER TRANSACTION APPLIED OR
000710*      REJECTED
000756 FD  REJECT-FILE
000757     BLOCK CONTAINS 0 RECORDS
000758     LABEL RECORDS ARE STANDARD.
000759 01  REJECT-REC           PIC X(80).
000760************************************************************
000761*      AUDIT FILE - ONE DATED BEFORE-IMAGE AND AFTER-IMAGE
000762*      OF THE MASTER RECORD PER APPLIED TRANSACTION, READ
000765 FD  AUDIT-FILE
000766     BLOCK CONTAINS 0 RECORDS
000767     LABEL RECORDS ARE STANDARD.
000768 01  AUDIT-REC            PIC X(253).
000769************************************************************
000770*      NAME CROSS-REFERENCE BUILT BY PROG14 AND KEPT IN
000771*      STEP HERE, KEYED ON BORROWER NAME PLUS ACCOUNT
000777     03  X-KEY.
000778         05  X-NAME       PIC X(20).
000779         05  X-ACCT-NO    PIC 9(6).
000784     03  FILLER           PIC X(4).
000789************************************************************
000794*      ONE-RECORD PARAMETER FILE GIVING THE SUPERVISOR
000799*      APPROVAL THRESHOLDS
000804************************************************************
000809 FD  APPRPARM-FILE
000814     LABEL RECORDS ARE OMITTED.
000819 01  APPRPARM-REC         PIC X(80).
000824************************************************************
000829*      PENDING-APPROVAL FILE - ONE TRANSACTION HELD FOR A
000834*      SUPERVISOR PER RECORD, KEYED BY ACCOUNT NUMBER PLUS
000839*      THE DATE, TIME AND SEQUENCE OF THE RUN THAT HELD IT,
000844*      WITH WHO KEYED IT, WHY IT WAS HELD, THE TRANSACTION
000849*      AS KEYED, AND THE MASTER RECORD AS IT STOOD.  PROG32
000854*      LISTS IT AND PROG33 RELEASES IT
000859************************************************************
000864 FD  PEND-FILE
000869     LABEL RECORDS ARE STANDARD.
000874 01  PEND-REC.
000879     03  PN-KEY.
000884         05  PN-ACCT-NO   PIC 9(6).
000889         05  PN-KEYED-DATE PIC 9(8).
000894         05  PN-KEYED-TIME PIC 9(6).
000899         05  PN-TRANS-SEQ PIC 9(5).
000904     03  PN-KEYED-BY      PIC X(8).
000909     03  PN-BRANCH        PIC 9(2).
000914     03  PN-HOLD-REASONS.
000919         05  PN-RSN-BALANCE PIC X(1).
000924         05  PN-RSN-DELETE  PIC X(1).
000929         05  PN-RSN-RATE    PIC X(1).
000934         05  PN-RSN-NAME    PIC X(1).
000939     03  PN-TRANS         PIC X(80).
000944     03  PN-BEFORE-IMAGE  PIC X(120).
000949     03  FILLER           PIC X(21).
000954 WORKING-STORAGE SECTION.
000770************************************************************
000780*      LAYOUT FOR THE TRANSACTION LOG DETAIL LINE
000790************************************************************
001116         'TRANSACTIONS REJECTED:'.
001117     03  FILLER           PIC X(1)   VALUE SPACES.
001118     03  GT-REJECT-CTR    PIC ZZZZ9.
001119     03  FILLER           PIC X(3)   VALUE SPACES.
001120     03  FILLER           PIC X(18)  VALUE
001121         'TRANSACTIONS HELD:'.
001122     03  FILLER           PIC X(1)   VALUE SPACES.
001123     03  GT-HOLD-CTR      PIC ZZZZ9.
001124 01  MISC.
001130************************************************************
001140*      END OF FILE (EOF) SWITCH        *
001141*    0=NOT AT EOF       1=AT EOF        *
001142************************************************************
001143     03  EOF-T            PIC 9        VALUE 0.
001144     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
001145     03  WS-XREF-STATUS   PIC X(2)     VALUE SPACES.
001146     03  WS-PEND-STATUS   PIC X(2)     VALUE SPACES.
001147     03  TRANS-CTR        PIC 9(5)     VALUE 0    COMP.
001148     03  FAIL-CTR         PIC 9(5)     VALUE 0    COMP.
001149     03  REJECT-CTR       PIC 9(5)     VALUE 0    COMP.
001150     03  HOLD-CTR         PIC 9(5)     VALUE 0    COMP.
001151     03  WS-PAID-TOTAL    PIC 99999V99 VALUE 0.
001152 01  WS-LOG-RESULT        PIC X(24)    VALUE SPACES.
001153************************************************************
001154*      THE NAME A CHANGED OR DELETED MASTER RECORD CARRIED
001155*      BEFORE THE TRANSACTION, SAVED SO ITS OLD CROSS-
001156*      REFERENCE ENTRY CAN BE REMOVED
001157************************************************************
001158 01  WS-OLD-NAME          PIC X(20)    VALUE SPACES.
001159************************************************************
001160*      TRANSACTION EDIT SWITCH, SET BY 1500-EDIT-TRANS.
001161*      ONLY A CLEAN TRANSACTION MAY TOUCH THE MASTER
001162************************************************************
001163 01  WS-EDIT-SW           PIC X        VALUE 'Y'.
001164     88  TRANS-IS-CLEAN                VALUE 'Y'.
001165     88  TRANS-IS-DIRTY                VALUE 'N'.
001166************************************************************
001167*      APPROVAL THRESHOLDS.  A CHANGE THAT MOVES THE BALANCE
001168*      (LOAN LESS PAYMENTS) BY MORE THAN AP-BAL-LIMIT, OR THE
001169*      RATE BY MORE THAN AP-RATE-LIMIT (.0200 IS 2 POINTS),
001170*      IS HELD FOR A SUPERVISOR, AS IS AN ADD OPENING A
001171*      BALANCE OVER AP-BAL-LIMIT.  AP-EXPIRE-DAYS IS READ BY
001172*      PROG32 AND PROG33.  A MISSING PARAMETER FILE, OR A
001173*      ZERO OR NON-NUMERIC FIGURE, TAKES THE HOUSE DEFAULT
001174************************************************************
001175 01  APPRPARM-DATA.
001176     03  AP-BAL-LIMIT     PIC 9(5)V99  VALUE 0.
001177     03  AP-RATE-LIMIT    PIC 9V9999   VALUE 0.
001178     03  AP-EXPIRE-DAYS   PIC 9(3)     VALUE 0.
001179     03  FILLER           PIC X(65)    VALUE SPACES.
001180************************************************************
001181*      APPROVAL CHECK SWITCH AND WORK, SET BY 1700-CHECK-
001182*      APPROVAL.  A HELD TRANSACTION GOES TO THE PENDING-
001183*      APPROVAL FILE INSTEAD OF THE MASTER
001184************************************************************
001185 01  WS-HOLD-SW           PIC X        VALUE 'N'.
001186     88  TRANS-NEEDS-APPROVAL          VALUE 'Y'.
001187     88  TRANS-NEEDS-NO-APPROVAL       VALUE 'N'.
001188 01  WS-HOLD-WORK.
001189     03  WS-OLD-BALANCE   PIC S9(6)V99 VALUE 0.
001190     03  WS-NEW-BALANCE   PIC S9(6)V99 VALUE 0.
001191     03  WS-BAL-CHANGE    PIC S9(6)V99 VALUE 0.
001192     03  WS-RATE-MOVE     PIC S9V9999  VALUE 0.
001193     03  WS-HOLD-BRANCH   PIC 9(2)     VALUE 0.
001194     03  WS-HOLD-IMAGE    PIC X(120)   VALUE SPACES.
001195************************************************************
001196*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME, TO
001197*      STAMP EVERY AUDIT IMAGE WITH THE RUN IT BELONGS TO
001198************************************************************
001199 01  WS-SYSTEM-DATE.
001200     03  WS-SYS-YY        PIC 99.
001201     03  WS-SYS-MM        PIC 99.
001202     03  WS-SYS-DD        PIC 99.
001203 01  WS-SYSTEM-TIME.
001204     03  WS-SYS-HHMMSS    PIC 9(6).
001205     03  FILLER           PIC 99.
001206 01  WS-RUN-DATE.
001207     03  WS-RUN-YYYY      PIC 9(4)     VALUE 0.
001208     03  WS-RUN-MM        PIC 99       VALUE 0.
001209     03  WS-RUN-DD        PIC 99       VALUE 0.
001211 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001212                          PIC 9(8).
001213************************************************************
001214*      LAYOUT FOR THE AUDIT RECORD - THE MASTER RECORD AS IT
001215*      STOOD BEFORE AND AFTER THE TRANSACTION WAS APPLIED.
001216*      AN ADD HAS A SPACES BEFORE-IMAGE, A DELETE A SPACES
001217*      AFTER-IMAGE; PROG5 KEYS OFF THAT WHEN BACKING OUT
001218************************************************************
001219 01  AUDIT-DATA.
001228     03  A-RUN-DATE       PIC 9(6).
001229     03  A-TR-CODE        PIC X(1).
001230     03  A-ACCT-NO        PIC 9(6).
001231     03  A-BEFORE-IMAGE   PIC X(120).
001232     03  A-AFTER-IMAGE    PIC X(120).
001210************************************************************
001220*      START OF PROCEDURE DIVISION
001230************************************************************
001341                 WS-XREF-STATUS
001342         STOP RUN
001343     END-IF.
001348     OPEN I-O   PEND-FILE.
001353     IF WS-PEND-STATUS NOT = '00'
001358         AND WS-PEND-STATUS NOT = '05'
001363         DISPLAY 'PROG2: PEND-FILE OPEN FAILED, STATUS '
001368                 WS-PEND-STATUS
001373         STOP RUN
001378     END-IF.
001383     PERFORM 0100-READ-APPRPARM.
001393     ACCEPT WS-SYSTEM-DATE FROM DATE.
001403     ACCEPT WS-SYSTEM-TIME FROM TIME.
001413     MOVE WS-SYSTEM-DATE TO A-RUN-DATE.
001423     COMPUTE WS-RUN-YYYY = 2000 + WS-SYS-YY.
001433     MOVE WS-SYS-MM       TO WS-RUN-MM.
001443     MOVE WS-SYS-DD       TO WS-RUN-DD.
001340     WRITE LOG-REC FROM LOG-HEADING1
001350           AFTER ADVANCING 1 LINE.
001360     PERFORM 9000-READ-TRANS.
001420           LOG-FILE
001425           REJECT-FILE
001426           AUDIT-FILE
001427           XREF-FILE
001428           PEND-FILE.
001429     STOP RUN.
001430************************************************************
001431*      0100-READ-APPRPARM READS THE ONE-RECORD PARAMETER FILE,
001432*      IF ONE WAS SUPPLIED, FOR THE APPROVAL THRESHOLDS.  A
001434*      MISSING FILE, OR A ZERO OR NON-NUMERIC FIGURE, TAKES
001435*      THE HOUSE DEFAULT: 5,000.00 OF BALANCE, 2 POINTS OF
001436*      RATE, AND 10 DAYS TO EXPIRY
001437************************************************************
001438 0100-READ-APPRPARM.
001439     OPEN INPUT APPRPARM-FILE.
001440     READ APPRPARM-FILE INTO APPRPARM-DATA
001441          AT END INITIALIZE APPRPARM-DATA.
001442     CLOSE APPRPARM-FILE.
001444     IF AP-BAL-LIMIT NOT NUMERIC OR AP-BAL-LIMIT = 0
001445         MOVE 5000.00 TO AP-BAL-LIMIT
001446     END-IF.
001447     IF AP-RATE-LIMIT NOT NUMERIC OR AP-RATE-LIMIT = 0
001448         MOVE 0.0200 TO AP-RATE-LIMIT
001449     END-IF.
001450     IF AP-EXPIRE-DAYS NOT NUMERIC OR AP-EXPIRE-DAYS = 0
001451         MOVE 10 TO AP-EXPIRE-DAYS
001452     END-IF.
001453************************************************************
001454*      1000-PROCESS-TRANS EDITS ONE TRANSACTION, APPLIES IT
001460*      AGAINST THE MASTER, BASED ON TR-CODE, IF IT IS CLEAN,
001462*      SENDS IT TO THE REJECT FILE IF NOT, AND READS THE NEXT.
001464*      A CLEAN TRANSACTION OVER AN APPROVAL THRESHOLD IS HELD
001466*      FOR A SUPERVISOR INSTEAD OF APPLIED
001470************************************************************
001480 1000-PROCESS-TRANS.
001490     ADD 1 TO TRANS-CTR.
001491     PERFORM 1500-EDIT-TRANS.
001492     IF TRANS-IS-CLEAN
001493         PERFORM 1700-CHECK-APPROVAL
001494     END-IF.
001496     IF TRANS-IS-DIRTY
001497         PERFORM 1600-WRITE-REJECT
001499     ELSE
001501     IF TRANS-NEEDS-APPROVAL
001503         PERFORM 1800-HOLD-FOR-APPROVAL
001505     ELSE
001507     EVALUATE TRUE
001510         WHEN TR-IS-ADD
001520             PERFORM 2000-ADD-RECORD
001530         WHEN TR-IS-CHANGE
001600             ADD 1 TO FAIL-CTR
001610             PERFORM 5000-WRITE-LOG
001620     END-EVALUATE
001622     END-IF
001625     END-IF.
001626     PERFORM 9000-READ-TRANS.
001627************************************************************
001628*      1500-EDIT-TRANS CHECKS A TRANSACTION BEFORE IT MAY
001629*      TOUCH THE MASTER: THE CODE MUST BE A, C, OR D, THE
001630*      ACCOUNT NUMBER NUMERIC, THE MONEY FIELDS NUMERIC AND
001631*      IN RANGE ON ADDS AND CHANGES, AND A NAME PRESENT ON
001632*      ADDS, AND WHO KEYED IT ON EVERY TRANSACTION.
001633*      WS-EDIT-SW TELLS 1000-PROCESS-TRANS WHERE TO ROUTE
001634*      THE TRANSACTION
001635************************************************************
001636 1500-EDIT-TRANS.
001637     SET TRANS-IS-CLEAN TO TRUE.
001638     MOVE SPACES TO WS-LOG-RESULT.
001642     IF NOT TR-IS-ADD AND NOT TR-IS-CHANGE
001643        AND NOT TR-IS-DELETE
001644         SET TRANS-IS-DIRTY TO TRUE
001672                  TO WS-LOG-RESULT
001673         END-IF
001674     END-IF.
001726     IF TRANS-IS-CLEAN
001728         IF TR-KEYED-BY = SPACES
001731             SET TRANS-IS-DIRTY TO TRUE
001733             MOVE 'KEYED-BY ID REQUIRED'
001735                  TO WS-LOG-RESULT
001737         END-IF
001739     END-IF.
001667************************************************************
001668*      1510-EDIT-MONEY-FIELDS CHECKS THE MONEY FIELDS AN ADD
001669*      OR CHANGE CARRIES ONTO THE MASTER: ALL NUMERIC, THE
001723     ADD 1 TO REJECT-CTR.
001724     WRITE REJECT-REC FROM TRANS-REC.
001725     PERFORM 5000-WRITE-LOG.
001732************************************************************
001738*      1700-CHECK-APPROVAL DECIDES WHETHER A CLEAN
001743*      TRANSACTION NEEDS A SUPERVISOR BEFORE IT MAY TOUCH
001748*      THE MASTER: ANY DELETE, AN ADD OPENING A BALANCE OVER
001753*      THE LIMIT, OR A CHANGE THAT MOVES THE BALANCE OR THE
001758*      RATE BY MORE THAN ITS LIMIT OR RENAMES A LOAN THAT
001763*      STILL HAS A BALANCE.  A CHANGE OR DELETE FOR AN
001771*      ACCOUNT NOT ON THE MASTER IS NOT HELD - IT FAILS THE
001776*      USUAL WAY WHEN APPLIED
001781************************************************************
001786 1700-CHECK-APPROVAL.
001791     SET TRANS-NEEDS-NO-APPROVAL TO TRUE.
001796     MOVE SPACES          TO PN-HOLD-REASONS.
001801     MOVE SPACES          TO WS-HOLD-IMAGE.
001806     MOVE 0               TO WS-OLD-BALANCE.
001811     MOVE TR-BRANCH       TO WS-HOLD-BRANCH.
001816     IF TR-IS-ADD
001821         COMPUTE WS-NEW-BALANCE = TR-LOAN - TR-PAID1
001826                 - TR-PAID2 - TR-PAID3 - TR-PAID4
001831         IF WS-NEW-BALANCE > AP-BAL-LIMIT
001836             MOVE 'Y' TO PN-RSN-BALANCE
001841             SET TRANS-NEEDS-APPROVAL TO TRUE
001848         END-IF
001853     ELSE
001858         MOVE TR-ACCT-NO  TO M-ACCT-NO
001863         READ MASTER-FILE
001868             INVALID KEY
001873                 CONTINUE
001878             NOT INVALID KEY
001883                 MOVE MASTER-REC TO WS-HOLD-IMAGE
001888                 PERFORM 1710-CHECK-MASTER-CHANGE
001893         END-READ
001898     END-IF.
001903************************************************************
001908*      1710-CHECK-MASTER-CHANGE COMPARES A CHANGE OR DELETE
001913*      WITH THE MASTER RECORD IT WOULD REPLACE
001918************************************************************
001923 1710-CHECK-MASTER-CHANGE.
001928     COMPUTE WS-OLD-BALANCE = M-LOAN - M-PAID1
001933             - M-PAID2 - M-PAID3 - M-PAID4.
001938     IF TR-IS-DELETE
001943         MOVE M-BRANCH    TO WS-HOLD-BRANCH
001948         MOVE 'Y'         TO PN-RSN-DELETE
001953         SET TRANS-NEEDS-APPROVAL TO TRUE
001958     ELSE
001963         COMPUTE WS-NEW-BALANCE = TR-LOAN - TR-PAID1
001968                 - TR-PAID2 - TR-PAID3 - TR-PAID4
001973         COMPUTE WS-BAL-CHANGE = WS-NEW-BALANCE
001978                               - WS-OLD-BALANCE
001983         IF WS-BAL-CHANGE < 0
001988             COMPUTE WS-BAL-CHANGE = 0 - WS-BAL-CHANGE
001993         END-IF
001998         IF WS-BAL-CHANGE > AP-BAL-LIMIT
002003             MOVE 'Y' TO PN-RSN-BALANCE
002008             SET TRANS-NEEDS-APPROVAL TO TRUE
002013         END-IF
002018         COMPUTE WS-RATE-MOVE = TR-INT-RATE - M-INT-RATE
002023         IF WS-RATE-MOVE < 0
002028             COMPUTE WS-RATE-MOVE = 0 - WS-RATE-MOVE
002033         END-IF
002038         IF WS-RATE-MOVE > AP-RATE-LIMIT
002043             MOVE 'Y' TO PN-RSN-RATE
002048             SET TRANS-NEEDS-APPROVAL TO TRUE
002053         END-IF
002059         IF TR-NAME NOT = M-NAME AND WS-OLD-BALANCE > 0
002064             MOVE 'Y' TO PN-RSN-NAME
002069             SET TRANS-NEEDS-APPROVAL TO TRUE
002074         END-IF
002079     END-IF.
002084************************************************************
002093*      1800-HOLD-FOR-APPROVAL WRITES THE TRANSACTION, AS
002098*      KEYED, TO THE PENDING-APPROVAL FILE WITH WHO KEYED IT,
002103*      WHEN, WHY IT WAS HELD, AND THE MASTER RECORD AS IT
002108*      STANDS, SO THE RELEASE CAN TELL IF THE RECORD HAS
002113*      MOVED SINCE.  A HOLD THAT CANNOT BE FILED GOES TO THE
002118*      REJECT FILE RATHER THAN BE LOST
002123************************************************************
002128 1800-HOLD-FOR-APPROVAL.
002133     MOVE TR-ACCT-NO      TO PN-ACCT-NO.
002138     MOVE WS-RUN-DATE-N   TO PN-KEYED-DATE.
002143     MOVE WS-SYS-HHMMSS   TO PN-KEYED-TIME.
002148     MOVE TRANS-CTR       TO PN-TRANS-SEQ.
002153     MOVE TR-KEYED-BY     TO PN-KEYED-BY.
002158     MOVE WS-HOLD-BRANCH  TO PN-BRANCH.
002163     MOVE TRANS-REC       TO PN-TRANS.
002168     MOVE WS-HOLD-IMAGE   TO PN-BEFORE-IMAGE.
002173     WRITE PEND-REC
002178         INVALID KEY
002183             MOVE 'PENDING WRITE FAILED'
002189                  TO WS-LOG-RESULT
002197             PERFORM 1600-WRITE-REJECT
002202         NOT INVALID KEY
002207             ADD 1 TO HOLD-CTR
002212             MOVE 'HELD FOR APPROVAL'
002217                  TO WS-LOG-RESULT
002222             PERFORM 5000-WRITE-LOG
002227     END-WRITE.
001640************************************************************
001641*      2000-ADD-RECORD WRITES A NEW MASTER RECORD.  A WRITE
001727*      THAT FAILS INVALID KEY MEANS THE ACCOUNT NUMBER IS
001729*      ALREADY ON THE MASTER
001730************************************************************
001734 2000-ADD-RECORD.
001736     MOVE SPACES          TO MASTER-REC.
001740     MOVE TR-ACCT-NO      TO M-ACCT-NO.
001741     MOVE TR-NAME         TO M-NAME.
001742     MOVE TR-LOAN         TO M-LOAN.
001744     MOVE TR-PAID1        TO M-PAID1.
001745     MOVE TR-PAID2        TO M-PAID2.
001750     MOVE TR-PAID3        TO M-PAID3.
001760     MOVE TR-PAID4        TO M-PAID4.
001765     MOVE TR-MIN-PAY      TO M-MIN-PAY.
001767     MOVE TR-INT-RATE     TO M-INT-RATE.
001769     MOVE TR-BRANCH       TO M-BRANCH.
001774     MOVE 0               TO M-FEE-BAL.
001779     MOVE 'A'             TO M-STATUS.
001784     MOVE 0               TO M-CO-DATE.
001789     MOVE 0               TO M-CO-AMT.
001794     MOVE 0               TO M-RECOV-AMT.
001768     MOVE SPACES          TO A-BEFORE-IMAGE.
001770     WRITE MASTER-REC
001780         INVALID KEY
002470     WRITE LOG-REC FROM LOG-TRAILER1
002480           AFTER ADVANCING 2 LINES.
002482     MOVE REJECT-CTR TO GT-REJECT-CTR.
002483     MOVE HOLD-CTR   TO GT-HOLD-CTR.
002484     WRITE LOG-REC FROM LOG-TRAILER2
002486           AFTER ADVANCING 1 LINE.
002490************************************************************
