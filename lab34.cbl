000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROG32.
000030 AUTHOR. TIM PATRICK.
000040 INSTALLATION. LOAN SERVICING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* LAB EXERCISE 3 - PENDING APPROVALS REPORT.
000090*----------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------
000120* 10/15/2026 JAM  ORIGINAL PROGRAM.  DAILY LIST OF THE LOAN
000130*                 MASTER TRANSACTIONS PROG2 HAS HELD FOR A
000140*                 SUPERVISOR, A FRESH PAGE PER BRANCH SO EACH
000150*                 BRANCH SUPERVISOR GETS ONLY THEIR OWN.  EACH
000160*                 ITEM SHOWS WHO KEYED IT AND WHEN, HOW MANY
000170*                 DAYS IT HAS WAITED, WHY IT WAS HELD, THE
000180*                 BALANCE AND RATE BEFORE AND AFTER, AND THE
000190*                 REFERENCE THE SUPERVISOR KEYS ON THE
000200*                 APPROVAL DECISION FOR PROG33.  AN ITEM AT OR
000210*                 PAST THE EXPIRY AGE IS FLAGGED - THE NEXT
000220*                 RELEASE RUN RETURNS IT TO THE SUBMITTER.
000230*----------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL PEND-FILE ASSIGN TO AS-S-PENDAPPR
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS PN-KEY
000340         FILE STATUS IS WS-PEND-STATUS.
000350     SELECT OPTIONAL APPRPARM-FILE ASSIGN TO DA-S-APPRPARM.
000360     SELECT PENDRPT-FILE ASSIGN TO UR-S-PENDRPT.
000370     SELECT SORT-FILE    ASSIGN TO SORTWK1.
000380 DATA DIVISION.
000390 FILE SECTION.
000400************************************************************
000410*      PENDING-APPROVAL FILE WRITTEN BY PROG2, KEYED BY
000420*      ACCOUNT NUMBER PLUS THE DATE, TIME AND SEQUENCE OF THE
000430*      RUN THAT HELD THE TRANSACTION.  THE FIELDS ARE LAID
000440*      OUT IN PEND-DATA
000450************************************************************
000460 FD  PEND-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 01  PEND-REC.
000490     03  PN-KEY           PIC X(25).
000500     03  FILLER           PIC X(235).
000510************************************************************
000520*      ONE-RECORD PARAMETER FILE GIVING THE SUPERVISOR
000530*      APPROVAL THRESHOLDS, SHARED WITH PROG2 AND PROG33
000540************************************************************
000550 FD  APPRPARM-FILE
000560     LABEL RECORDS ARE OMITTED.
000570 01  APPRPARM-REC         PIC X(80).
000580************************************************************
000590*      PENDING-APPROVALS REPORT
000600************************************************************
000610 FD  PENDRPT-FILE
000620     LABEL RECORDS ARE OMITTED.
000630 01  PENDRPT-REC          PIC X(80).
000640************************************************************
000650*      SORT WORK FILE - ONE PENDING ITEM PER ENTRY SO THE
000660*      REPORT COMES OUT BY BRANCH, OLDEST ITEM FIRST
000670************************************************************
000680 SD  SORT-FILE.
000690 01  SORT-REC.
000700     03  S-BRANCH         PIC 9(2).
000710     03  S-KEYED-DATE     PIC 9(8).
000720     03  S-KEYED-TIME     PIC 9(6).
000730     03  S-PEND-IMAGE     PIC X(260).
000740 WORKING-STORAGE SECTION.
000750************************************************************
000760*      LAYOUT FOR THE PENDING-APPROVAL RECORD, SAME AS PROG2'S
000770*      PEND-REC.  THE TRANSACTION IS IN PROG2'S TRANS-REC
000780*      LAYOUT AND THE BEFORE-IMAGE IN ITS MASTER-REC LAYOUT;
000790*      AN ADD HAS A SPACES BEFORE-IMAGE
000800************************************************************
000810 01  PEND-DATA.
000820     03  PD-KEY.
000830         05  PD-ACCT-NO   PIC 9(6).
000840         05  PD-KEYED-DATE.
000850             07  PD-KD-YYYY PIC 9(4).
000860             07  PD-KD-MM   PIC 99.
000870             07  PD-KD-DD   PIC 99.
000880         05  PD-KEYED-TIME PIC 9(6).
000890         05  PD-TRANS-SEQ PIC 9(5).
000900     03  PD-KEYED-BY      PIC X(8).
000910     03  PD-BRANCH        PIC 9(2).
000920     03  PD-HOLD-REASONS.
000930         05  PD-RSN-BALANCE PIC X(1).
000940             88  HELD-FOR-BALANCE     VALUE 'Y'.
000950         05  PD-RSN-DELETE  PIC X(1).
000960             88  HELD-FOR-DELETE      VALUE 'Y'.
000970         05  PD-RSN-RATE    PIC X(1).
000980             88  HELD-FOR-RATE        VALUE 'Y'.
000990         05  PD-RSN-NAME    PIC X(1).
001000             88  HELD-FOR-NAME        VALUE 'Y'.
001010     03  PD-TRANS.
001020         05  PT-CODE      PIC X(1).
001030             88  PT-IS-ADD            VALUE 'A'.
001040             88  PT-IS-CHANGE         VALUE 'C'.
001050             88  PT-IS-DELETE         VALUE 'D'.
001060         05  PT-ACCT-NO   PIC 9(6).
001070         05  PT-NAME      PIC X(20).
001080         05  PT-LOAN      PIC 99999V99.
001090         05  PT-PAID1     PIC 9999V99.
001100         05  PT-PAID2     PIC 9999V99.
001110         05  PT-PAID3     PIC 9999V99.
001120         05  PT-PAID4     PIC 9999V99.
001130         05  PT-MIN-PAY   PIC 9999V99.
001140         05  PT-INT-RATE  PIC 9V9999.
001150         05  FILLER       PIC X(1).
001160         05  PT-BRANCH    PIC 9(2).
001170         05  PT-KEYED-BY  PIC X(8).
001180     03  PD-BEFORE-IMAGE.
001190         05  PB-ACCT-NO   PIC 9(6).
001200         05  PB-NAME      PIC X(20).
001210         05  PB-LOAN      PIC 99999V99.
001220         05  PB-PAID1     PIC 9999V99.
001230         05  PB-PAID2     PIC 9999V99.
001240         05  PB-PAID3     PIC 9999V99.
001250         05  PB-PAID4     PIC 9999V99.
001260         05  PB-MIN-PAY   PIC 9999V99.
001270         05  PB-INT-RATE  PIC 9V9999.
001280         05  PB-BRANCH    PIC 9(2).
001290         05  FILLER       PIC X(50).
001300     03  FILLER           PIC X(21).
001310************************************************************
001320*      LAYOUT FOR THE APPROVAL PARAMETER RECORD, SAME AS
001330*      PROG2'S APPRPARM-DATA.  ONLY THE EXPIRY AGE IS USED
001340*      HERE
001350************************************************************
001360 01  APPRPARM-DATA.
001370     03  AP-BAL-LIMIT     PIC 9(5)V99  VALUE 0.
001380     03  AP-RATE-LIMIT    PIC 9V9999   VALUE 0.
001390     03  AP-EXPIRE-DAYS   PIC 9(3)     VALUE 0.
001400     03  FILLER           PIC X(65)    VALUE SPACES.
001410************************************************************
001420*      LAYOUT FOR THE REPORT HEADING LINES
001430************************************************************
001440 01  PEND-HEADING0.
001450     03                  PIC X(30)   VALUE
001460         'PENDING SUPERVISOR APPROVALS'.
001470     03                  PIC X(10)   VALUE 'RUN DATE: '.
001480     03  H0-RUN-DATE      PIC X(8).
001490     03                  PIC X(4)    VALUE SPACES.
001500     03                  PIC X(8)    VALUE 'BRANCH: '.
001510     03  H0-BRANCH        PIC 9(2).
001520     03                  PIC X(4)    VALUE SPACES.
001530     03                  PIC X(6)    VALUE 'PAGE: '.
001540     03  H0-PAGE-NO       PIC ZZ9.
001550 01  PEND-HEADING1.
001560     03                  PIC X(7)    VALUE 'ACCT NO'.
001570     03                  PIC X(1)    VALUE SPACES.
001580     03                  PIC X(4)    VALUE 'NAME'.
001590     03                  PIC X(17)   VALUE SPACES.
001600     03                  PIC X(4)    VALUE 'CODE'.
001610     03                  PIC X(1)    VALUE SPACES.
001620     03                  PIC X(8)    VALUE 'KEYED BY'.
001630     03                  PIC X(1)    VALUE SPACES.
001640     03                  PIC X(8)    VALUE 'KEYED ON'.
001650     03                  PIC X(3)    VALUE SPACES.
001660     03                  PIC X(4)    VALUE 'DAYS'.
001670     03                  PIC X(1)    VALUE SPACES.
001680     03                  PIC X(8)    VALUE 'HELD FOR'.
001690************************************************************
001700*      LAYOUT FOR THE FIRST DETAIL LINE - THE ITEM, WHO KEYED
001710*      IT, WHEN, ITS AGE IN DAYS AND WHY IT WAS HELD.  AN
001720*      ITEM AT OR PAST THE EXPIRY AGE CARRIES AN ASTERISK
001730************************************************************
001740 01  PEND-DATA1.
001750     03  P1-ACCT-NO       PIC 9(6).
001760     03  FILLER           PIC X(2)    VALUE SPACES.
001770     03  P1-NAME          PIC X(20).
001780     03  FILLER           PIC X(3)    VALUE SPACES.
001790     03  P1-CODE          PIC X(1).
001800     03  FILLER           PIC X(2)    VALUE SPACES.
001810     03  P1-KEYED-BY      PIC X(8).
001820     03  FILLER           PIC X(1)    VALUE SPACES.
001830     03  P1-KEYED-ON.
001840         05  P1-KD-MM     PIC 99.
001850         05  FILLER       PIC X       VALUE '/'.
001860         05  P1-KD-DD     PIC 99.
001870         05  FILLER       PIC X       VALUE '/'.
001880         05  P1-KD-YYYY   PIC 9(4).
001890     03  FILLER           PIC X(1)    VALUE SPACES.
001900     03  P1-AGE           PIC ZZZ9.
001910     03  P1-EXPIRED       PIC X(1).
001920     03  P1-REASONS       PIC X(20).
001930************************************************************
001940*      LAYOUT FOR THE SECOND DETAIL LINE - THE REFERENCE FOR
001950*      THE APPROVAL DECISION AND THE BALANCE (LOAN LESS
001960*      PAYMENTS) AND RATE BEFORE AND AFTER
001970************************************************************
001980 01  PEND-DATA2.
001990     03  FILLER           PIC X(8)    VALUE SPACES.
002000     03  FILLER           PIC X(5)    VALUE 'REF: '.
002010     03  P2-REF           PIC X(25).
002020     03  FILLER           PIC X(1)    VALUE SPACES.
002030     03  FILLER           PIC X(4)    VALUE 'BAL '.
002040     03  P2-OLD-BAL       PIC ZZZZZ9.99.
002050     03  FILLER           PIC X(1)    VALUE '>'.
002060     03  P2-NEW-BAL       PIC ZZZZZ9.99.
002070     03  FILLER           PIC X(1)    VALUE SPACES.
002080     03  FILLER           PIC X(5)    VALUE 'RATE '.
002090     03  P2-OLD-RATE      PIC .9999.
002100     03  FILLER           PIC X(1)    VALUE '>'.
002110     03  P2-NEW-RATE      PIC .9999.
002120************************************************************
002130*      LAYOUT FOR THE THIRD DETAIL LINE, PRINTED ONLY WHEN
002140*      THE TRANSACTION CHANGES THE NAME ON THE LOAN
002150************************************************************
002160 01  PEND-DATA3.
002170     03  FILLER           PIC X(8)    VALUE SPACES.
002180     03  FILLER           PIC X(10)   VALUE 'NEW NAME: '.
002190     03  P3-NEW-NAME      PIC X(20).
002200************************************************************
002210*      LAYOUT FOR THE BRANCH TOTAL AND REPORT TRAILER LINES
002220************************************************************
002230 01  PEND-TOTAL1.
002240     03  PT1-CAPTION      PIC X(36).
002250     03  PT1-COUNT        PIC ZZZZ9.
002260 01  PEND-NOTE1.
002270     03                  PIC X(48)   VALUE
002280         '* AT OR PAST EXPIRY - THE NEXT RELEASE RETURNS '.
002290     03                  PIC X(28)   VALUE
002300         'IT TO THE SUBMITTER'.
002310 01  MISC.
002320************************************************************
002330*      END OF FILE (EOF) SWITCHES        *
002340*    0=NOT AT EOF       1=AT EOF        *
002350************************************************************
002360     03  EOF-P            PIC 9        VALUE 0.
002370     03  EOF-S            PIC 9        VALUE 0.
002380     03  WS-PEND-STATUS   PIC X(2)     VALUE SPACES.
002390     03  LINE-CTR         PIC 999      VALUE 0    COMP.
002400     03  LINES-PER-PAGE   PIC 999      VALUE 050  COMP.
002410     03  PAGE-CTR         PIC 999      VALUE 0    COMP.
002420     03  WS-ITEM-CTR      PIC 9(5)     VALUE 0    COMP.
002430     03  WS-EXPIRED-CTR   PIC 9(5)     VALUE 0    COMP.
002440     03  WS-BR-ITEM-CTR   PIC 9(5)     VALUE 0    COMP.
002450     03  WS-PREV-BRANCH   PIC 9(2)     VALUE 0.
002460     03  WS-DAYS-WAITED   PIC S9(5)    VALUE 0.
002470     03  WS-OLD-BALANCE   PIC S9(6)V99 VALUE 0.
002480     03  WS-NEW-BALANCE   PIC S9(6)V99 VALUE 0.
002490     03  WS-REASON-PTR    PIC 9(2)     VALUE 1    COMP.
002500************************************************************
002510*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME.  THE
002520*      CENTURY WINDOW PUTS EVERY TWO-DIGIT YEAR IN 20XX, THE
002530*      SAME WAY PROG2 STAMPS THE DATE AN ITEM WAS HELD
002540************************************************************
002550 01  WS-SYSTEM-DATE.
002560     03  WS-SYS-YY        PIC 99.
002570     03  WS-SYS-MM        PIC 99.
002580     03  WS-SYS-DD        PIC 99.
002590 01  WS-CURRENT-DATE.
002600     03  WS-CUR-YYYY      PIC 9(4)     VALUE 0.
002610     03  WS-CUR-MM        PIC 99       VALUE 0.
002620     03  WS-CUR-DD        PIC 99       VALUE 0.
002630 01  WS-EDIT-DATE.
002640     03  WS-EDIT-MM       PIC 99.
002650     03  FILLER           PIC X       VALUE '/'.
002660     03  WS-EDIT-DD       PIC 99.
002670     03  FILLER           PIC X       VALUE '/'.
002680     03  WS-EDIT-YY       PIC 99.
002690************************************************************
002700*      START OF PROCEDURE DIVISION
002710************************************************************
002720 PROCEDURE DIVISION.
002730************************************************************
002740* THE MAINLINE IS RESPONSIBILE FOR THE FLOW OF THE LOGIC
002750* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
002760* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
002770************************************************************
002780 000-MAINLINE.
002790     PERFORM 1000-READ-APPRPARM.
002800     OPEN INPUT PEND-FILE.
002810     IF WS-PEND-STATUS NOT = '00'
002820         AND WS-PEND-STATUS NOT = '05'
002830         DISPLAY 'PROG32: PEND-FILE OPEN FAILED, STATUS '
002840                 WS-PEND-STATUS
002850         STOP RUN
002860     END-IF.
002870     OPEN OUTPUT PENDRPT-FILE.
002880     ACCEPT WS-SYSTEM-DATE FROM DATE.
002890     MOVE WS-SYS-MM       TO WS-EDIT-MM.
002900     MOVE WS-SYS-DD       TO WS-EDIT-DD.
002910     MOVE WS-SYS-YY       TO WS-EDIT-YY.
002920     MOVE WS-EDIT-DATE    TO H0-RUN-DATE.
002930     COMPUTE WS-CUR-YYYY = 2000 + WS-SYS-YY.
002940     MOVE WS-SYS-MM       TO WS-CUR-MM.
002950     MOVE WS-SYS-DD       TO WS-CUR-DD.
002960     SORT SORT-FILE
002970         ON ASCENDING KEY S-BRANCH
002980         ON ASCENDING KEY S-KEYED-DATE
002990         ON ASCENDING KEY S-KEYED-TIME
003000         INPUT PROCEDURE 2000-RELEASE-PENDING
003010         OUTPUT PROCEDURE 3000-PRINT-PENDING.
003020     PERFORM 7000-PRINT-TRAILER.
003030     CLOSE PEND-FILE
003040           PENDRPT-FILE.
003050     STOP RUN.
003060************************************************************
003070*      1000-READ-APPRPARM READS THE ONE-RECORD PARAMETER FILE,
003080*      IF ONE WAS SUPPLIED, FOR THE EXPIRY AGE.  A MISSING
003090*      FILE, OR A ZERO OR NON-NUMERIC AGE, TAKES PROG2'S
003100*      HOUSE DEFAULT OF 10 DAYS
003110************************************************************
003120 1000-READ-APPRPARM.
003130     OPEN INPUT APPRPARM-FILE.
003140     READ APPRPARM-FILE INTO APPRPARM-DATA
003150          AT END INITIALIZE APPRPARM-DATA.
003160     CLOSE APPRPARM-FILE.
003170     IF AP-EXPIRE-DAYS NOT NUMERIC OR AP-EXPIRE-DAYS = 0
003180         MOVE 10 TO AP-EXPIRE-DAYS
003190     END-IF.
003200************************************************************
003210*      2000-RELEASE-PENDING IS THE SORT INPUT PROCEDURE.  IT
003220*      READS EVERY PENDING ITEM AND RELEASES IT UNDER ITS
003230*      BRANCH AND THE DATE AND TIME IT WAS HELD
003240************************************************************
003250 2000-RELEASE-PENDING.
003260     PERFORM 9000-READ-PENDING.
003270     PERFORM 2100-RELEASE-ONE-ITEM
003280         UNTIL EOF-P = 1.
003290************************************************************
003300*      2100-RELEASE-ONE-ITEM RELEASES THE CURRENT PENDING
003310*      ITEM AND READS THE NEXT
003320************************************************************
003330 2100-RELEASE-ONE-ITEM.
003340     MOVE PEND-REC        TO PEND-DATA.
003350     MOVE PD-BRANCH       TO S-BRANCH.
003360     MOVE PD-KEYED-DATE   TO S-KEYED-DATE.
003370     MOVE PD-KEYED-TIME   TO S-KEYED-TIME.
003380     MOVE PEND-REC        TO S-PEND-IMAGE.
003390     RELEASE SORT-REC.
003400     PERFORM 9000-READ-PENDING.
003410************************************************************
003420*      3000-PRINT-PENDING IS THE SORT OUTPUT PROCEDURE.  IT
003430*      RETURNS EACH ITEM BY BRANCH AND PRINTS IT, BREAKING TO
003440*      A BRANCH TOTAL AND A FRESH PAGE AT EVERY BRANCH CHANGE
003450************************************************************
003460 3000-PRINT-PENDING.
003470     PERFORM 3100-RETURN-PENDING.
003480     IF EOF-S NOT = 1
003490         MOVE PD-BRANCH   TO WS-PREV-BRANCH
003500         PERFORM 5000-PRINT-HEAD
003510     END-IF.
003520     PERFORM 3200-PRINT-ONE-ITEM
003530         UNTIL EOF-S = 1.
003540     IF WS-ITEM-CTR > 0
003550         PERFORM 3300-PRINT-BRANCH-TOTAL
003560     END-IF.
003570************************************************************
003580*      3100-RETURN-PENDING PULLS THE NEXT ITEM BACK FROM THE
003590*      SORT INTO PEND-DATA
003600************************************************************
003610 3100-RETURN-PENDING.
003620     RETURN SORT-FILE
003630         AT END MOVE 1 TO EOF-S.
003640     IF EOF-S NOT = 1
003650         MOVE S-PEND-IMAGE TO PEND-DATA
003660     END-IF.
003670************************************************************
003680*      3200-PRINT-ONE-ITEM PRINTS THE ITEM NOW IN PEND-DATA,
003690*      BREAKING THE BRANCH FIRST WHEN THE BRANCH HAS CHANGED,
003700*      AND FETCHES THE NEXT ONE
003710************************************************************
003720 3200-PRINT-ONE-ITEM.
003730     IF PD-BRANCH NOT = WS-PREV-BRANCH
003740         PERFORM 3300-PRINT-BRANCH-TOTAL
003750         MOVE PD-BRANCH   TO WS-PREV-BRANCH
003760         MOVE 0           TO WS-BR-ITEM-CTR
003770         PERFORM 5000-PRINT-HEAD
003780     END-IF.
003790     ADD 1 TO WS-ITEM-CTR.
003800     ADD 1 TO WS-BR-ITEM-CTR.
003810     PERFORM 4000-BUILD-DETAIL.
003820     WRITE PENDRPT-REC FROM PEND-DATA1
003830           AFTER ADVANCING 2 LINES.
003840     WRITE PENDRPT-REC FROM PEND-DATA2
003850           AFTER ADVANCING 1 LINE.
003860     ADD 3 TO LINE-CTR.
003870     IF PT-IS-CHANGE AND HELD-FOR-NAME
003880         MOVE PT-NAME     TO P3-NEW-NAME
003890         WRITE PENDRPT-REC FROM PEND-DATA3
003900               AFTER ADVANCING 1 LINE
003910         ADD 1 TO LINE-CTR
003920     END-IF.
003930     IF LINE-CTR >= LINES-PER-PAGE
003940         PERFORM 5000-PRINT-HEAD
003950     END-IF.
003960     PERFORM 3100-RETURN-PENDING.
003970************************************************************
003980*      3300-PRINT-BRANCH-TOTAL PRINTS THE COUNT OF ITEMS
003990*      WAITING FOR THE BRANCH JUST FINISHED
004000************************************************************
004010 3300-PRINT-BRANCH-TOTAL.
004020     MOVE 'ITEMS PENDING FOR THIS BRANCH:' TO PT1-CAPTION.
004030     MOVE WS-BR-ITEM-CTR  TO PT1-COUNT.
004040     WRITE PENDRPT-REC FROM PEND-TOTAL1
004050           AFTER ADVANCING 2 LINES.
004060************************************************************
004070*      4000-BUILD-DETAIL SETS UP THE DETAIL LINES FOR THE
004080*      ITEM: ITS AGE ON A 360-DAY YEAR OF TWELVE 30-DAY
004090*      MONTHS, THE REASONS IT WAS HELD, AND THE BALANCE AND
004100*      RATE BEFORE AND AFTER.  AN ADD HAS NO BEFORE FIGURES
004110*      AND A DELETE NO AFTER FIGURES, SO THOSE PRINT AS ZERO
004120************************************************************
004130 4000-BUILD-DETAIL.
004140     MOVE PD-ACCT-NO      TO P1-ACCT-NO.
004150     MOVE PT-CODE         TO P1-CODE.
004160     MOVE PD-KEYED-BY     TO P1-KEYED-BY.
004170     MOVE PD-KD-MM        TO P1-KD-MM.
004180     MOVE PD-KD-DD        TO P1-KD-DD.
004190     MOVE PD-KD-YYYY      TO P1-KD-YYYY.
004200     COMPUTE WS-DAYS-WAITED
004210         = (WS-CUR-YYYY - PD-KD-YYYY) * 360
004220         + (WS-CUR-MM   - PD-KD-MM)   * 30
004230         + (WS-CUR-DD   - PD-KD-DD).
004240     IF WS-DAYS-WAITED < 0
004250         MOVE 0 TO WS-DAYS-WAITED
004260     END-IF.
004270     MOVE WS-DAYS-WAITED  TO P1-AGE.
004280     IF WS-DAYS-WAITED >= AP-EXPIRE-DAYS
004290         MOVE '*'         TO P1-EXPIRED
004300         ADD 1 TO WS-EXPIRED-CTR
004310     ELSE
004320         MOVE SPACE       TO P1-EXPIRED
004330     END-IF.
004340     PERFORM 4100-LIST-REASONS.
004350     MOVE PD-KEY          TO P2-REF.
004360     IF PT-IS-ADD
004370         MOVE PT-NAME     TO P1-NAME
004380         MOVE 0           TO WS-OLD-BALANCE
004390         MOVE 0           TO P2-OLD-RATE
004400     ELSE
004410         MOVE PB-NAME     TO P1-NAME
004420         COMPUTE WS-OLD-BALANCE = PB-LOAN - PB-PAID1
004430                 - PB-PAID2 - PB-PAID3 - PB-PAID4
004440         MOVE PB-INT-RATE TO P2-OLD-RATE
004450     END-IF.
004460     IF PT-IS-DELETE
004470         MOVE 0           TO WS-NEW-BALANCE
004480         MOVE 0           TO P2-NEW-RATE
004490     ELSE
004500         COMPUTE WS-NEW-BALANCE = PT-LOAN - PT-PAID1
004510                 - PT-PAID2 - PT-PAID3 - PT-PAID4
004520         MOVE PT-INT-RATE TO P2-NEW-RATE
004530     END-IF.
004540     MOVE WS-OLD-BALANCE  TO P2-OLD-BAL.
004550     MOVE WS-NEW-BALANCE  TO P2-NEW-BAL.
004560************************************************************
004570*      4100-LIST-REASONS STRINGS TOGETHER A SHORT WORD FOR
004580*      EACH REASON THE ITEM WAS HELD
004590************************************************************
004600 4100-LIST-REASONS.
004610     MOVE SPACES          TO P1-REASONS.
004620     MOVE 1               TO WS-REASON-PTR.
004630     IF HELD-FOR-DELETE
004640         STRING 'DELETE ' DELIMITED BY SIZE
004650                INTO P1-REASONS WITH POINTER WS-REASON-PTR
004660     END-IF.
004670     IF HELD-FOR-BALANCE
004680         STRING 'BAL '    DELIMITED BY SIZE
004690                INTO P1-REASONS WITH POINTER WS-REASON-PTR
004700     END-IF.
004710     IF HELD-FOR-RATE
004720         STRING 'RATE '   DELIMITED BY SIZE
004730                INTO P1-REASONS WITH POINTER WS-REASON-PTR
004740     END-IF.
004750     IF HELD-FOR-NAME
004760         STRING 'NAME'    DELIMITED BY SIZE
004770                INTO P1-REASONS WITH POINTER WS-REASON-PTR
004780     END-IF.
004790************************************************************
004800*      5000-PRINT-HEAD STARTS A NEW PAGE FOR THE BRANCH NOW
004810*      BEING PRINTED
004820************************************************************
004830 5000-PRINT-HEAD.
004840     ADD 1 TO PAGE-CTR.
004850     MOVE PAGE-CTR        TO H0-PAGE-NO.
004860     MOVE WS-PREV-BRANCH  TO H0-BRANCH.
004870     WRITE PENDRPT-REC FROM PEND-HEADING0
004880           AFTER ADVANCING PAGE.
004890     WRITE PENDRPT-REC FROM PEND-HEADING1
004900           AFTER ADVANCING 2 LINES.
004910     MOVE 0 TO LINE-CTR.
004920************************************************************
004930*      7000-PRINT-TRAILER PRINTS THE TOTAL ITEMS PENDING AND
004940*      HOW MANY ARE AT OR PAST EXPIRY, ONCE THE SORT HAS
004950*      FINISHED.  AN EMPTY FILE STILL GETS A PAGE SAYING SO
004960************************************************************
004970 7000-PRINT-TRAILER.
004980     IF WS-ITEM-CTR = 0
004990         PERFORM 5000-PRINT-HEAD
005000     END-IF.
005010     MOVE 'TOTAL ITEMS PENDING:'           TO PT1-CAPTION.
005020     MOVE WS-ITEM-CTR     TO PT1-COUNT.
005030     WRITE PENDRPT-REC FROM PEND-TOTAL1
005040           AFTER ADVANCING 3 LINES.
005050     MOVE 'ITEMS AT OR PAST EXPIRY:'       TO PT1-CAPTION.
005060     MOVE WS-EXPIRED-CTR  TO PT1-COUNT.
005070     WRITE PENDRPT-REC FROM PEND-TOTAL1
005080           AFTER ADVANCING 1 LINE.
005090     WRITE PENDRPT-REC FROM PEND-NOTE1
005100           AFTER ADVANCING 2 LINES.
005110************************************************************
005120*      9000-READ-PENDING READS THE NEXT PENDING ITEM IN KEY
005130*      ORDER
005140************************************************************
005150 9000-READ-PENDING.
005160     READ PEND-FILE NEXT RECORD
005170          AT END MOVE 1 TO EOF-P.
