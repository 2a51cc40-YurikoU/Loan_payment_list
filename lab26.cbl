000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROG24.
000030 AUTHOR. TIM PATRICK.
000040 INSTALLATION. LOAN SERVICING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* LAB EXERCISE 3 - AGED SUSPENSE LISTING.
000090*----------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------
000120* 10/15/2026 JAM  ORIGINAL PROGRAM.  LISTS EVERY OPEN ITEM
000130*                 ON THE UNAPPLIED-CASH SUSPENSE FILE IN
000140*                 DEPOSIT-DATE ORDER WITH ITS AGE IN DAYS ON
000150*                 PROG11'S 360-DAY YEAR, FLAGS EVERY ITEM
000160*                 MORE THAN 30 DAYS OLD, AND TOTALS THE OPEN
000170*                 AND OVER-30 ITEMS SO THE LISTING TIES TO
000180*                 2100 UNAPPLIED CASH FOR MONTH-END
000190*                 SIGN-OFF.
000200*----------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-370.
000240 OBJECT-COMPUTER. IBM-370.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO AS-S-SUSPENSE
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS SU-KEY
000310         FILE STATUS IS WS-SUSP-STATUS.
000320     SELECT AGED-FILE    ASSIGN TO UR-S-SUSPAGE.
000330 DATA DIVISION.
000340 FILE SECTION.
000350************************************************************
000360*      UNAPPLIED-CASH SUSPENSE FILE WRITTEN BY PROG10, KEYED
000370*      BY DEPOSIT DATE PLUS A SEQUENCE NUMBER.  SAME FIELDS
000380*      AS PROG10'S SUSP-REC
000390************************************************************
000400 FD  SUSPENSE-FILE
000410     LABEL RECORDS ARE STANDARD.
000420 01  SUSP-REC.
000430     03  SU-KEY.
000440         05  SU-DEP-DATE  PIC 9(8).
000450         05  SU-SEQ       PIC 9(4).
000460     03  SU-DEP-SPLIT REDEFINES SU-KEY.
000470         05  SU-DEP-YYYY  PIC 9(4).
000480         05  SU-DEP-MM    PIC 9(2).
000490         05  SU-DEP-DD    PIC 9(2).
000500         05  FILLER       PIC 9(4).
000510     03  SU-ACCT-RECVD    PIC X(6).
000520     03  SU-AMOUNT        PIC 9999V99.
000530     03  SU-STATUS        PIC X(1).
000540         88  SU-IS-OPEN               VALUE 'O'.
000550         88  SU-IS-APPLIED            VALUE 'A'.
000560         88  SU-IS-REFUNDED           VALUE 'R'.
000570     03  SU-REASON        PIC X(24).
000580     03  SU-APPLY-ACCT    PIC 9(6).
000590     03  SU-ACTION-DATE   PIC 9(8).
000600     03  SU-ACTION-BY     PIC X(8).
000610     03  FILLER           PIC X(9).
000620************************************************************
000630*      AGED SUSPENSE LISTING
000640************************************************************
000650 FD  AGED-FILE
000660     LABEL RECORDS ARE OMITTED.
000670 01  AGED-REC             PIC X(80).
000680 WORKING-STORAGE SECTION.
000690************************************************************
000700*      LAYOUT FOR THE LISTING DETAIL LINE
000710************************************************************
000720 01  AGED-DATA1.
000730     03  D-DEP-DATE       PIC X(10).
000740     03  FILLER           PIC X(2)    VALUE SPACES.
000750     03  D-SEQ            PIC 9(4).
000760     03  FILLER           PIC X(2)    VALUE SPACES.
000770     03  D-ACCT-RECVD     PIC X(6).
000780     03  FILLER           PIC X(2)    VALUE SPACES.
000790     03  D-AMOUNT         PIC ZZZ9.99.
000800     03  FILLER           PIC X(2)    VALUE SPACES.
000810     03  D-DAYS           PIC ZZZ9.
000820     03  FILLER           PIC X(2)    VALUE SPACES.
000830     03  D-REVIEWED-BY    PIC X(8).
000840     03  FILLER           PIC X(2)    VALUE SPACES.
000850     03  D-FLAG           PIC X(9).
000860************************************************************
000870*      LAYOUTS FOR THE LISTING HEADING LINES
000880************************************************************
000890 01  AGED-HEADING1.
000900     03                  PIC X(23)   VALUE
000910         'AGED SUSPENSE LISTING'.
000920     03                  PIC X(25)   VALUE SPACES.
000930     03                  PIC X(10)   VALUE 'RUN DATE: '.
000940     03  H1-RUN-DATE      PIC X(8).
000950 01  AGED-HEADING2.
000960     03                  PIC X(10)   VALUE 'DEP DATE'.
000970     03                  PIC X(2)    VALUE SPACES.
000980     03                  PIC X(4)    VALUE 'SEQ '.
000990     03                  PIC X(2)    VALUE SPACES.
001000     03                  PIC X(6)    VALUE 'RECVD '.
001010     03                  PIC X(2)    VALUE SPACES.
001020     03                  PIC X(7)    VALUE ' AMOUNT'.
001030     03                  PIC X(2)    VALUE SPACES.
001040     03                  PIC X(4)    VALUE 'DAYS'.
001050     03                  PIC X(2)    VALUE SPACES.
001060     03                  PIC X(8)    VALUE 'REVIEWED'.
001070************************************************************
001080*      LAYOUTS FOR THE LISTING TRAILER AND SIGN-OFF LINES
001090************************************************************
001100 01  AGED-TRAILER1.
001110     03  FILLER           PIC X(12)  VALUE 'OPEN ITEMS:'.
001120     03  T-OPEN-CTR       PIC ZZZZ9.
001130     03  FILLER           PIC X(1)   VALUE SPACES.
001140     03  T-OPEN-AMT       PIC $ZZZZZZ9.99.
001150     03  FILLER           PIC X(3)   VALUE SPACES.
001160     03  FILLER           PIC X(16)  VALUE 'OVER 30 DAYS:'.
001170     03  T-OVER-CTR       PIC ZZZZ9.
001180     03  FILLER           PIC X(1)   VALUE SPACES.
001190     03  T-OVER-AMT       PIC $ZZZZZZ9.99.
001200 01  AGED-SIGNOFF1.
001210     03  FILLER           PIC X(36)  VALUE
001220         'PREPARED BY ____________________'.
001230     03  FILLER           PIC X(32)  VALUE
001240         'REVIEWED BY ____________________'.
001250************************************************************
001260*      FLAG PRINTED AGAINST AN ITEM PAST THE 30-DAY LIMIT
001270************************************************************
001280 01  WS-OVER-FLAG         PIC X(9)     VALUE '*OVER 30*'.
001290 01  WS-OVER-DAYS         PIC 9(3)     VALUE 30.
001300 01  MISC.
001310************************************************************
001320*      END OF FILE (EOF) SWITCH        *
001330*    0=NOT AT EOF       1=AT EOF        *
001340************************************************************
001350     03  EOF-S            PIC 9        VALUE 0.
001360     03  WS-SUSP-STATUS   PIC X(2)     VALUE SPACES.
001370     03  OPEN-CTR         PIC 9(5)     VALUE 0    COMP.
001380     03  OVER-CTR         PIC 9(5)     VALUE 0    COMP.
001390     03  WS-OPEN-AMT      PIC 9(7)V99  VALUE 0.
001400     03  WS-OVER-AMT      PIC 9(7)V99  VALUE 0.
001410************************************************************
001420*      AGE OF THE ITEM IN HAND, SIGNED WHILE COMPUTED SO A
001430*      POST-DATED DEPOSIT CANNOT WRAP IT
001440************************************************************
001450 01  WS-AGE-WORK.
001460     03  WS-DAYS-SINCE    PIC S9(5)    VALUE 0    COMP.
001470     03  WS-DAYS-OLD      PIC 9(4)     VALUE 0.
001480************************************************************
001490*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME, TO
001500*      HEAD THE LISTING AND TO AGE THE ITEMS.  THE CENTURY
001510*      WINDOW PUTS EVERY TWO-DIGIT YEAR IN 20XX, THE SAME
001520*      WAY PROG4'S PAYMENT DATES ARE CUT
001530************************************************************
001540 01  WS-SYSTEM-DATE.
001550     03  WS-SYS-YY        PIC 99.
001560     03  WS-SYS-MM        PIC 99.
001570     03  WS-SYS-DD        PIC 99.
001580 01  WS-CURRENT-DATE.
001590     03  WS-CUR-YYYY      PIC 9(4)     VALUE 0.
001600     03  WS-CUR-MM        PIC 99       VALUE 0.
001610     03  WS-CUR-DD        PIC 99       VALUE 0.
001620 01  WS-EDIT-RUN-DATE.
001630     03  WS-ER-MM         PIC 99.
001640     03  FILLER           PIC X        VALUE '/'.
001650     03  WS-ER-DD         PIC 99.
001660     03  FILLER           PIC X        VALUE '/'.
001670     03  WS-ER-YY         PIC 99.
001680 01  WS-EDIT-DEP-DATE.
001690     03  WS-ED-MM         PIC 99.
001700     03  FILLER           PIC X        VALUE '/'.
001710     03  WS-ED-DD         PIC 99.
001720     03  FILLER           PIC X        VALUE '/'.
001730     03  WS-ED-YYYY       PIC 9999.
001740************************************************************
001750*      START OF PROCEDURE DIVISION
001760************************************************************
001770 PROCEDURE DIVISION.
001780************************************************************
001790* THE MAINLINE IS RESPONSIBILE FOR THE FLOW OF THE LOGIC
001800* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
001810* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
001820************************************************************
001830 000-MAINLINE.
001840     ACCEPT WS-SYSTEM-DATE FROM DATE.
001850     COMPUTE WS-CUR-YYYY = 2000 + WS-SYS-YY.
001860     MOVE WS-SYS-MM TO WS-CUR-MM.
001870     MOVE WS-SYS-DD TO WS-CUR-DD.
001880     MOVE WS-SYS-MM TO WS-ER-MM.
001890     MOVE WS-SYS-DD TO WS-ER-DD.
001900     MOVE WS-SYS-YY TO WS-ER-YY.
001910     MOVE WS-EDIT-RUN-DATE TO H1-RUN-DATE.
001920     OPEN INPUT SUSPENSE-FILE.
001930     IF WS-SUSP-STATUS NOT = '00'
001940         AND WS-SUSP-STATUS NOT = '05'
001950         DISPLAY 'PROG24: SUSPENSE-FILE OPEN FAILED, STATUS '
001960                 WS-SUSP-STATUS
001970         STOP RUN
001980     END-IF.
001990     OPEN OUTPUT AGED-FILE.
002000     WRITE AGED-REC FROM AGED-HEADING1
002010           AFTER ADVANCING PAGE.
002020     WRITE AGED-REC FROM AGED-HEADING2
002030           AFTER ADVANCING 2 LINES.
002040     PERFORM 9000-READ-SUSPENSE.
002050     PERFORM 1000-LIST-ONE-ITEM
002060         UNTIL EOF-S = 1.
002070     PERFORM 8000-PRINT-TRAILER.
002080     CLOSE SUSPENSE-FILE
002090           AGED-FILE.
002100     STOP RUN.
002110************************************************************
002120*      1000-LIST-ONE-ITEM AGES AND PRINTS THE CURRENT ITEM
002130*      WHEN IT IS STILL OPEN, AND READS THE NEXT.  APPLIED
002140*      AND REFUNDED ITEMS ARE NO LONGER IN 2100 AND ARE
002150*      PASSED OVER
002160************************************************************
002170 1000-LIST-ONE-ITEM.
002180     IF SU-IS-OPEN
002190         PERFORM 2000-AGE-ITEM
002200         PERFORM 3000-PRINT-ITEM
002210     END-IF.
002220     PERFORM 9000-READ-SUSPENSE.
002230************************************************************
002240*      2000-AGE-ITEM COUNTS THE DAYS FROM THE DEPOSIT DATE TO
002250*      THE RUN DATE ON PROG11'S 360-DAY YEAR OF TWELVE
002260*      30-DAY MONTHS.  A POST-DATED DEPOSIT COUNTS AS ZERO
002270************************************************************
002280 2000-AGE-ITEM.
002290     COMPUTE WS-DAYS-SINCE
002300         = (WS-CUR-YYYY - SU-DEP-YYYY) * 360
002310         + (WS-CUR-MM   - SU-DEP-MM)   * 30
002320         + (WS-CUR-DD   - SU-DEP-DD).
002330     IF WS-DAYS-SINCE < 0
002340         MOVE 0 TO WS-DAYS-OLD
002350     ELSE
002360         IF WS-DAYS-SINCE > 9999
002370             MOVE 9999 TO WS-DAYS-OLD
002380         ELSE
002390             MOVE WS-DAYS-SINCE TO WS-DAYS-OLD
002400         END-IF
002410     END-IF.
002420************************************************************
002430*      3000-PRINT-ITEM PRINTS ONE OPEN ITEM, FLAGGED WHEN IT
002440*      IS MORE THAN 30 DAYS OLD, AND ADDS IT TO THE TOTALS
002450************************************************************
002460 3000-PRINT-ITEM.
002470     MOVE SU-DEP-MM       TO WS-ED-MM.
002480     MOVE SU-DEP-DD       TO WS-ED-DD.
002490     MOVE SU-DEP-YYYY     TO WS-ED-YYYY.
002500     MOVE WS-EDIT-DEP-DATE TO D-DEP-DATE.
002510     MOVE SU-SEQ          TO D-SEQ.
002520     MOVE SU-ACCT-RECVD   TO D-ACCT-RECVD.
002530     MOVE SU-AMOUNT       TO D-AMOUNT.
002540     MOVE WS-DAYS-OLD     TO D-DAYS.
002550     MOVE SU-ACTION-BY    TO D-REVIEWED-BY.
002560     ADD 1                TO OPEN-CTR.
002570     ADD SU-AMOUNT        TO WS-OPEN-AMT.
002580     IF WS-DAYS-OLD > WS-OVER-DAYS
002590         MOVE WS-OVER-FLAG TO D-FLAG
002600         ADD 1            TO OVER-CTR
002610         ADD SU-AMOUNT    TO WS-OVER-AMT
002620     ELSE
002630         MOVE SPACES      TO D-FLAG
002640     END-IF.
002650     WRITE AGED-REC FROM AGED-DATA1
002660           AFTER ADVANCING 1 LINE.
002670************************************************************
002680*      8000-PRINT-TRAILER PRINTS THE OPEN AND OVER-30 COUNTS
002690*      AND TOTALS AND THE SIGN-OFF LINE
002700************************************************************
002710 8000-PRINT-TRAILER.
002720     MOVE OPEN-CTR        TO T-OPEN-CTR.
002730     MOVE WS-OPEN-AMT     TO T-OPEN-AMT.
002740     MOVE OVER-CTR        TO T-OVER-CTR.
002750     MOVE WS-OVER-AMT     TO T-OVER-AMT.
002760     WRITE AGED-REC FROM AGED-TRAILER1
002770           AFTER ADVANCING 2 LINES.
002780     WRITE AGED-REC FROM AGED-SIGNOFF1
002790           AFTER ADVANCING 3 LINES.
002800************************************************************
002810*      9000-READ-SUSPENSE READS THE NEXT SUSPENSE ITEM IN
002820*      DEPOSIT-DATE ORDER
002830************************************************************
002840 9000-READ-SUSPENSE.
002850     READ SUSPENSE-FILE
002860          AT END MOVE 1 TO EOF-S.
