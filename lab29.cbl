000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROG27.
000030 AUTHOR. TIM PATRICK.
000040 INSTALLATION. LOAN SERVICING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* LAB EXERCISE 3 - AUTOPAY ACH RETURNS.
000090*----------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------
000120* 10/15/2026 JAM  ORIGINAL PROGRAM.  READS THE NACHA RETURN
000130*                 FILE THE BANK SENDS BACK FOR PROG26'S
000140*                 DRAFTS.  EACH RETURNED ENTRY BECOMES A
000150*                 REVERSAL (P-REC-TYPE 'R') ON A PAYBATCH
000160*                 FILE, SO PROG4 BACKS OUT THE PAYMENT IT
000170*                 POSTED, MATCHED ON THE ACCOUNT AND DRAFT
000180*                 DATE CARRIED IN THE ENTRY'S INDIVIDUAL ID.
000190*                 THE RETURN IS COUNTED ON THE ENROLLMENT,
000200*                 AND THE ENROLLMENT IS SUSPENDED FROM
000210*                 AUTOPAY AT THE SECOND RETURN, OR AT ONCE
000220*                 WHEN THE REASON SAYS THE BANK ACCOUNT IS
000230*                 CLOSED, INVALID, OR NOT AUTHORIZED.
000240*----------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL ACHENR-FILE ASSIGN TO AS-S-ACHENR
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS EN-ACCT-NO
000350         FILE STATUS IS WS-ACHENR-STATUS.
000360     SELECT RETURN-FILE  ASSIGN TO DA-S-ACHRTN.
000370     SELECT PAYBATCH-FILE ASSIGN TO DA-S-ACHRPAY.
000380     SELECT LOG-FILE     ASSIGN TO UR-S-ACHRLOG.
000390 DATA DIVISION.
000400 FILE SECTION.
000410************************************************************
000420*      AUTOPAY ENROLLMENT FILE, KEYED BY ACCOUNT NUMBER.
000430*      SAME FIELDS AS PROG25'S ACHENR-REC
000440************************************************************
000450 FD  ACHENR-FILE
000460     LABEL RECORDS ARE STANDARD.
000470 01  ACHENR-REC.
000480     03  EN-ACCT-NO       PIC 9(6).
000490     03  EN-ROUTING       PIC 9(9).
000500     03  EN-BANK-ACCT     PIC X(17).
000510     03  EN-ACCT-TYPE     PIC X(1).
000520         88  EN-CHECKING              VALUE 'C'.
000530         88  EN-SAVINGS               VALUE 'S'.
000540     03  EN-DRAFT-DAY     PIC 9(2).
000550     03  EN-AMT-TYPE      PIC X(1).
000560         88  EN-DRAFT-MINIMUM         VALUE 'M'.
000570         88  EN-DRAFT-FIXED           VALUE 'F'.
000580     03  EN-FIXED-AMT     PIC 9999V99.
000590     03  EN-STATUS        PIC X(1).
000600         88  EN-IS-ACTIVE             VALUE 'A'.
000610         88  EN-IS-SUSPENDED          VALUE 'S'.
000620     03  EN-RETURN-CTR    PIC 9(2).
000630     03  EN-LAST-DRAFT    PIC 9(8).
000640     03  EN-LAST-RETURN   PIC 9(8).
000650     03  FILLER           PIC X(19).
000660************************************************************
000670*      NACHA RETURN FILE FROM THE BANK - 94-BYTE RECORDS.
000680*      ONLY THE ENTRY ('6') AND ADDENDA ('7') RECORDS ARE
000690*      USED; HEADERS, CONTROLS, AND PADDING ARE PASSED OVER
000700************************************************************
000710 FD  RETURN-FILE
000720     BLOCK CONTAINS 0 RECORDS
000730     LABEL RECORDS ARE STANDARD.
000740 01  RETURN-REC           PIC X(94).
000750************************************************************
000760*      PAYMENT BATCH OUT - ONE REVERSAL PER RETURNED DRAFT,
000770*      IN THE SAME LAYOUT PROG4'S PAYBATCH-REC READS
000780************************************************************
000790 FD  PAYBATCH-FILE
000800     BLOCK CONTAINS 0 RECORDS
000810     LABEL RECORDS ARE STANDARD.
000820 01  PAYBATCH-REC.
000830     03  P-ACCT-NO        PIC 9(6).
000840     03  P-PAY-DATE       PIC 9(8).
000850     03  P-PAY-AMT        PIC 9999V99.
000860     03  FILLER           PIC X(59).
000870     03  P-REC-TYPE       PIC X(1).
000880************************************************************
000890*      RETURN LOG
000900************************************************************
000910 FD  LOG-FILE
000920     LABEL RECORDS ARE OMITTED.
000930 01  LOG-REC              PIC X(80).
000940 WORKING-STORAGE SECTION.
000950************************************************************
000960*      LAYOUT FOR A NACHA RETURN ENTRY RECORD ('6') - THE
000970*      SAME FIELDS PROG26 WROTE ON THE ORIGINAL ENTRY
000980************************************************************
000990 01  RTN-ENTRY-DATA.
001000     03  RE-REC-TYPE      PIC X(1).
001010         88  RE-IS-ENTRY              VALUE '6'.
001020         88  RE-IS-ADDENDA            VALUE '7'.
001030     03  RE-TRAN-CODE     PIC 9(2).
001040     03  RE-RDFI          PIC 9(8).
001050     03  RE-CHECK-DIGIT   PIC 9.
001060     03  RE-DFI-ACCT      PIC X(17).
001070     03  RE-AMOUNT-X.
001080         05  RE-AMOUNT    PIC 9(8)V99.
001090     03  RE-INDIV-ID.
001100         05  RE-LOAN-ACCT PIC 9(6).
001110         05  RE-DRAFT-DATE PIC 9(8).
001120         05  FILLER       PIC X(1).
001130     03  RE-INDIV-NAME    PIC X(22).
001140     03  FILLER           PIC X(2).
001150     03  RE-ADDENDA-IND   PIC X(1).
001160     03  RE-TRACE         PIC X(15).
001170************************************************************
001180*      LAYOUT FOR A NACHA RETURN ADDENDA RECORD ('7', TYPE
001190*      99) CARRYING THE RETURN REASON CODE
001200************************************************************
001210 01  RTN-ADDENDA-DATA REDEFINES RTN-ENTRY-DATA.
001220     03  RA-REC-TYPE      PIC X(1).
001230     03  RA-ADDENDA-TYPE  PIC X(2).
001240     03  RA-REASON        PIC X(3).
001250     03  RA-ORIG-TRACE    PIC X(15).
001260     03  FILLER           PIC X(73).
001270************************************************************
001280*      THE ENTRY BEING HELD UNTIL ITS ADDENDA IS READ.  THE
001290*      REASON CODES IN ADMIN-RETURN SAY THE ACCOUNT CANNOT
001300*      BE DRAFTED AGAIN AS IT STANDS - CLOSED, NOT FOUND,
001310*      INVALID, OR NOT AUTHORIZED - SO ONE IS ENOUGH TO
001320*      SUSPEND AUTOPAY
001330************************************************************
001340 01  WS-HELD-ENTRY.
001350     03  WS-HELD-SW       PIC X        VALUE 'N'.
001360         88  ENTRY-IS-HELD            VALUE 'Y'.
001370         88  NO-ENTRY-HELD            VALUE 'N'.
001380     03  WS-HELD-ID.
001390         05  WS-HELD-ACCT PIC 9(6).
001400         05  WS-HELD-DATE PIC 9(8).
001410         05  FILLER       PIC X(1).
001420     03  WS-HELD-AMT-X.
001430         05  WS-HELD-AMT  PIC 9(8)V99.
001440     03  WS-HELD-NAME     PIC X(22).
001450     03  WS-HELD-REASON   PIC X(3).
001460         88  ADMIN-RETURN             VALUES 'R02' 'R03' 'R04'
001470                                             'R07' 'R08' 'R10'
001480                                             'R16' 'R29'.
001490************************************************************
001500*      RETURNS ALLOWED BEFORE AN ENROLLMENT IS SUSPENDED
001510************************************************************
001520 01  WS-RETURN-LIMIT      PIC 9(2)     VALUE 2.
001530************************************************************
001540*      LAYOUT FOR THE RETURN LOG DETAIL LINE
001550************************************************************
001560 01  LOG-DATA1.
001570     03  G-ACCT-NO        PIC X(6).
001580     03  FILLER           PIC X(1)    VALUE SPACES.
001590     03  G-NAME           PIC X(20).
001600     03  FILLER           PIC X(1)    VALUE SPACES.
001610     03  G-DRAFT-DATE     PIC X(8).
001620     03  FILLER           PIC X(1)    VALUE SPACES.
001630     03  G-AMOUNT         PIC ZZZZ9.99.
001640     03  FILLER           PIC X(1)    VALUE SPACES.
001650     03  G-REASON         PIC X(3).
001660     03  FILLER           PIC X(1)    VALUE SPACES.
001670     03  G-RETURN-CTR     PIC Z9.
001680     03  FILLER           PIC X(1)    VALUE SPACES.
001690     03  G-RESULT         PIC X(26).
001700************************************************************
001710*      LAYOUTS FOR THE RETURN LOG HEADING LINES
001720************************************************************
001730 01  LOG-HEADING1.
001740     03                  PIC X(30)   VALUE
001750         'AUTOPAY RETURNED DRAFTS'.
001760     03                  PIC X(18)   VALUE SPACES.
001770     03                  PIC X(10)   VALUE 'RUN DATE: '.
001780     03  GH-DATE          PIC X(8).
001790 01  LOG-HEADING2.
001800     03                  PIC X(7)    VALUE 'ACCT NO'.
001810     03                  PIC X(8)    VALUE 'NAME'.
001820     03                  PIC X(13)   VALUE SPACES.
001830     03                  PIC X(9)    VALUE 'DRAFTED'.
001840     03                  PIC X(9)    VALUE '  AMOUNT'.
001850     03                  PIC X(4)    VALUE 'RSN'.
001860     03                  PIC X(3)    VALUE 'NO'.
001870     03                  PIC X(6)    VALUE 'RESULT'.
001880************************************************************
001890*      LAYOUTS FOR THE RETURN LOG TRAILER LINES
001900************************************************************
001910 01  LOG-TRAILER1.
001920     03  FILLER           PIC X(18)  VALUE
001930         'DRAFTS RETURNED:'.
001940     03  GT-RETURN-CTR    PIC ZZZZ9.
001950     03  FILLER           PIC X(3)   VALUE SPACES.
001960     03  FILLER           PIC X(10)  VALUE 'REVERSED: '.
001970     03  GT-REVERSE-AMT   PIC $ZZZZZZ9.99.
001980     03  FILLER           PIC X(3)   VALUE SPACES.
001990     03  FILLER           PIC X(10)  VALUE 'REJECTED: '.
002000     03  GT-REJECT-CTR    PIC ZZZZ9.
002010 01  LOG-TRAILER2.
002020     03  FILLER           PIC X(18)  VALUE
002030         'AUTOPAY SUSPENDED:'.
002040     03  GT-SUSPEND-CTR   PIC ZZZZ9.
002050     03  FILLER           PIC X(3)   VALUE SPACES.
002060     03  FILLER           PIC X(14)  VALUE 'NOT ENROLLED: '.
002070     03  GT-NOT-ENR-CTR   PIC ZZZZ9.
002080 01  MISC.
002090************************************************************
002100*      END OF FILE (EOF) SWITCH        *
002110*    0=NOT AT EOF       1=AT EOF        *
002120************************************************************
002130     03  EOF-R            PIC 9        VALUE 0.
002140     03  WS-ACHENR-STATUS PIC X(2)     VALUE SPACES.
002150     03  RETURN-CTR       PIC 9(5)     VALUE 0    COMP.
002160     03  REJECT-CTR       PIC 9(5)     VALUE 0    COMP.
002170     03  SUSPEND-CTR      PIC 9(5)     VALUE 0    COMP.
002180     03  NOT-ENR-CTR      PIC 9(5)     VALUE 0    COMP.
002190     03  WS-REVERSE-SUM   PIC 9(7)V99  VALUE 0.
002200 01  WS-LOG-RESULT        PIC X(26)    VALUE SPACES.
002210************************************************************
002220*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME, TO
002230*      STAMP THE LAST-RETURN DATE ON THE ENROLLMENT.  THE
002240*      CENTURY WINDOW PUTS EVERY TWO-DIGIT YEAR IN 20XX, THE
002250*      SAME WAY PROG4'S PAYMENT DATES ARE CUT
002260************************************************************
002270 01  WS-SYSTEM-DATE.
002280     03  WS-SYS-YY        PIC 99.
002290     03  WS-SYS-MM        PIC 99.
002300     03  WS-SYS-DD        PIC 99.
002310 01  WS-CURRENT-DATE.
002320     03  WS-CUR-YYYY      PIC 9(4)     VALUE 0.
002330     03  WS-CUR-MM        PIC 99       VALUE 0.
002340     03  WS-CUR-DD        PIC 99       VALUE 0.
002350 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
002360                          PIC 9(8).
002370 01  WS-EDIT-DATE.
002380     03  WS-ED-MM         PIC 99.
002390     03  FILLER           PIC X        VALUE '/'.
002400     03  WS-ED-DD         PIC 99.
002410     03  FILLER           PIC X        VALUE '/'.
002420     03  WS-ED-YY         PIC 99.
002430************************************************************
002440*      START OF PROCEDURE DIVISION
002450************************************************************
002460 PROCEDURE DIVISION.
002470************************************************************
002480* THE MAINLINE IS RESPONSIBILE FOR THE FLOW OF THE LOGIC
002490* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
002500* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
002510************************************************************
002520 000-MAINLINE.
002530     ACCEPT WS-SYSTEM-DATE FROM DATE.
002540     COMPUTE WS-CUR-YYYY = 2000 + WS-SYS-YY.
002550     MOVE WS-SYS-MM TO WS-CUR-MM.
002560     MOVE WS-SYS-DD TO WS-CUR-DD.
002570     MOVE WS-SYS-MM TO WS-ED-MM.
002580     MOVE WS-SYS-DD TO WS-ED-DD.
002590     MOVE WS-SYS-YY TO WS-ED-YY.
002600     MOVE WS-EDIT-DATE TO GH-DATE.
002610     OPEN I-O   ACHENR-FILE.
002620     IF WS-ACHENR-STATUS NOT = '00'
002630         AND WS-ACHENR-STATUS NOT = '05'
002640         DISPLAY 'PROG27: ACHENR-FILE OPEN FAILED, STATUS '
002650                 WS-ACHENR-STATUS
002660         STOP RUN
002670     END-IF.
002680     OPEN INPUT  RETURN-FILE
002690          OUTPUT PAYBATCH-FILE
002700          OUTPUT LOG-FILE.
002710     WRITE LOG-REC FROM LOG-HEADING1
002720           AFTER ADVANCING 1 LINE.
002730     WRITE LOG-REC FROM LOG-HEADING2
002740           AFTER ADVANCING 2 LINES.
002750     PERFORM 9000-READ-RETURN.
002760     PERFORM 1000-CHECK-ONE-RECORD
002770         UNTIL EOF-R = 1.
002780     IF ENTRY-IS-HELD
002790         PERFORM 2000-PROCESS-RETURN
002800     END-IF.
002810     PERFORM 8000-PRINT-TRAILER.
002820     CLOSE ACHENR-FILE
002830           RETURN-FILE
002840           PAYBATCH-FILE
002850           LOG-FILE.
002860     STOP RUN.
002870************************************************************
002880*      1000-CHECK-ONE-RECORD HOLDS EACH RETURNED ENTRY UNTIL
002890*      ITS ADDENDA SUPPLIES THE REASON, THEN PROCESSES IT.
002900*      AN ENTRY THAT ARRIVES WITHOUT AN ADDENDA IS PROCESSED
002910*      WHEN THE NEXT ENTRY, OR THE END OF FILE, IS REACHED
002920************************************************************
002930 1000-CHECK-ONE-RECORD.
002940     EVALUATE TRUE
002950         WHEN RE-IS-ENTRY
002960             IF ENTRY-IS-HELD
002970                 PERFORM 2000-PROCESS-RETURN
002980             END-IF
002990             PERFORM 1100-HOLD-ENTRY
003000         WHEN RE-IS-ADDENDA
003010             IF ENTRY-IS-HELD
003020                 IF RA-ADDENDA-TYPE = '99'
003030                     MOVE RA-REASON TO WS-HELD-REASON
003040                 END-IF
003050                 PERFORM 2000-PROCESS-RETURN
003060             END-IF
003070     END-EVALUATE.
003080     PERFORM 9000-READ-RETURN.
003090************************************************************
003100*      1100-HOLD-ENTRY SAVES THE RETURNED ENTRY'S ACCOUNT,
003110*      DRAFT DATE, AMOUNT, AND NAME AS THEY CAME FROM THE
003120*      BANK - THEY ARE EDITED WHEN THE ENTRY IS PROCESSED.
003130*      THE REASON STAYS '???' UNLESS AN ADDENDA FOLLOWS
003140************************************************************
003150 1100-HOLD-ENTRY.
003160     SET ENTRY-IS-HELD TO TRUE.
003170     MOVE RE-INDIV-ID     TO WS-HELD-ID.
003180     MOVE RE-AMOUNT-X     TO WS-HELD-AMT-X.
003190     MOVE RE-INDIV-NAME   TO WS-HELD-NAME.
003200     MOVE '???'           TO WS-HELD-REASON.
003210************************************************************
003220*      2000-PROCESS-RETURN TURNS THE HELD ENTRY INTO A
003230*      PAYBATCH REVERSAL AND COUNTS IT ON THE ENROLLMENT.
003240*      AN ENTRY WHOSE INDIVIDUAL ID IS NOT AN ACCOUNT AND
003250*      DATE PROG26 WROTE CANNOT BE MATCHED, SO IT IS LOGGED
003260*      FOR HAND FOLLOW-UP INSTEAD
003270************************************************************
003280 2000-PROCESS-RETURN.
003290     SET NO-ENTRY-HELD TO TRUE.
003300     MOVE SPACES TO WS-LOG-RESULT.
003310     MOVE 0      TO G-RETURN-CTR.
003320     IF WS-HELD-ACCT NOT NUMERIC OR WS-HELD-DATE NOT NUMERIC
003330         MOVE 'UNREADABLE INDIVIDUAL ID' TO WS-LOG-RESULT
003340     ELSE
003350         IF WS-HELD-AMT NOT NUMERIC OR WS-HELD-AMT = 0
003360            OR WS-HELD-AMT > 9999.99
003370             MOVE 'INVALID RETURN AMOUNT' TO WS-LOG-RESULT
003380         END-IF
003390     END-IF.
003400     IF WS-LOG-RESULT = SPACES
003410         PERFORM 2100-WRITE-REVERSAL
003420         PERFORM 2200-COUNT-RETURN
003430     ELSE
003440         ADD 1 TO REJECT-CTR
003450     END-IF.
003460     PERFORM 5000-WRITE-LOG.
003470************************************************************
003480*      2100-WRITE-REVERSAL WRITES THE 'R' RECORD PROG4 USES
003490*      TO BACK OUT THE DRAFTED PAYMENT
003500************************************************************
003510 2100-WRITE-REVERSAL.
003520     MOVE SPACES          TO PAYBATCH-REC.
003530     MOVE WS-HELD-ACCT    TO P-ACCT-NO.
003540     MOVE WS-HELD-DATE    TO P-PAY-DATE.
003550     MOVE WS-HELD-AMT     TO P-PAY-AMT.
003560     MOVE 'R'             TO P-REC-TYPE.
003570     WRITE PAYBATCH-REC.
003580     ADD 1 TO RETURN-CTR.
003590     ADD WS-HELD-AMT      TO WS-REVERSE-SUM.
003600************************************************************
003610*      2200-COUNT-RETURN ADDS THE RETURN TO THE ENROLLMENT
003620*      AND SUSPENDS IT AT THE RETURN LIMIT OR ON AN
003630*      ADMINISTRATIVE REASON.  THE PAYMENT IS REVERSED EVEN
003640*      WHEN THE ENROLLMENT HAS SINCE BEEN DELETED
003650************************************************************
003660 2200-COUNT-RETURN.
003670     MOVE WS-HELD-ACCT    TO EN-ACCT-NO.
003680     READ ACHENR-FILE
003690         INVALID KEY
003700             MOVE 'REVERSED, NOT ENROLLED' TO WS-LOG-RESULT
003710             ADD 1 TO NOT-ENR-CTR
003720         NOT INVALID KEY
003730             PERFORM 2300-UPDATE-ENROLLMENT
003740     END-READ.
003750************************************************************
003760*      2300-UPDATE-ENROLLMENT BUMPS THE RETURN COUNT, STAMPS
003770*      THE RETURN DATE, AND SUSPENDS THE ENROLLMENT WHEN IT
003780*      HAS RETURNED TOO OFTEN OR CAN NO LONGER BE DRAFTED
003790************************************************************
003800 2300-UPDATE-ENROLLMENT.
003810     IF EN-RETURN-CTR < 99
003820         ADD 1 TO EN-RETURN-CTR
003830     END-IF.
003840     MOVE WS-CURRENT-DATE-N TO EN-LAST-RETURN.
003850     MOVE EN-RETURN-CTR   TO G-RETURN-CTR.
003860     MOVE 'REVERSED'      TO WS-LOG-RESULT.
003870     IF EN-IS-ACTIVE
003880         IF EN-RETURN-CTR NOT < WS-RETURN-LIMIT
003890            OR ADMIN-RETURN
003900             MOVE 'S'     TO EN-STATUS
003910             MOVE 'REVERSED, AUTOPAY SUSPENDED'
003920                          TO WS-LOG-RESULT
003930             ADD 1 TO SUSPEND-CTR
003940         END-IF
003950     END-IF.
003960     REWRITE ACHENR-REC.
003970************************************************************
003980*      5000-WRITE-LOG WRITES ONE LINE TO THE RETURN LOG
003990************************************************************
004000 5000-WRITE-LOG.
004010     MOVE WS-HELD-ACCT    TO G-ACCT-NO.
004020     MOVE WS-HELD-NAME    TO G-NAME.
004030     MOVE WS-HELD-DATE    TO G-DRAFT-DATE.
004040     IF WS-HELD-AMT NUMERIC
004050         MOVE WS-HELD-AMT TO G-AMOUNT
004060     ELSE
004070         MOVE 0           TO G-AMOUNT
004080     END-IF.
004090     MOVE WS-HELD-REASON  TO G-REASON.
004100     MOVE WS-LOG-RESULT   TO G-RESULT.
004110     WRITE LOG-REC FROM LOG-DATA1
004120           AFTER ADVANCING 1 LINE.
004130************************************************************
004140*      8000-PRINT-TRAILER PRINTS THE RETURN COUNT AND TOTAL
004150*      REVERSED, THE ENTRIES THAT COULD NOT BE MATCHED, AND
004160*      THE ENROLLMENTS SUSPENDED
004170************************************************************
004180 8000-PRINT-TRAILER.
004190     MOVE RETURN-CTR      TO GT-RETURN-CTR.
004200     MOVE WS-REVERSE-SUM  TO GT-REVERSE-AMT.
004210     MOVE REJECT-CTR      TO GT-REJECT-CTR.
004220     WRITE LOG-REC FROM LOG-TRAILER1
004230           AFTER ADVANCING 2 LINES.
004240     MOVE SUSPEND-CTR     TO GT-SUSPEND-CTR.
004250     MOVE NOT-ENR-CTR     TO GT-NOT-ENR-CTR.
004260     WRITE LOG-REC FROM LOG-TRAILER2
004270           AFTER ADVANCING 1 LINE.
004280************************************************************
004290*      9000-READ-RETURN READS THE RETURN FILE ONE RECORD AT
004300*      A TIME
004310************************************************************
004320 9000-READ-RETURN.
004330     READ RETURN-FILE INTO RTN-ENTRY-DATA
004340          AT END MOVE 1 TO EOF-R.
