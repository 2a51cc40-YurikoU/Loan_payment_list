000220*                 WITH RETURN CODE 8 SO OPERATIONS HOLDS THE
000230*                 PURGED FILE.  PROG18 PULLS ONE ACCOUNT'S
000240*                 ARCHIVED PAYMENTS BACK FOR A DISPUTE.
000241* 10/15/2026 JAM  ALSO ARCHIVES EVERY HISTORY RECORD OF AN
000242*                 ACCOUNT NAMED ON THE PURGE FILE PROG31
000243*                 WRITES IN REPAIR MODE FOR HISTORY LEFT
000244*                 BEHIND BY A DELETED LOAN, WHATEVER ITS
000245*                 DATE.  AN ACCOUNT BACK ON THE MASTER BY
000246*                 THE TIME THIS RUNS IS LEFT ALONE.  A ZERO
000247*                 CUTOFF PURGES BY ACCOUNT ONLY.
000250*----------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000360         FILE STATUS IS WS-PAYHIST-STATUS.
000370     SELECT ARCH-FILE    ASSIGN TO DA-S-ARCHIVE.
000380     SELECT ARCHPARM-FILE ASSIGN TO DA-S-ARCHPARM.
000381     SELECT OPTIONAL HISTPURG-FILE ASSIGN TO DA-S-HISTPURG.
000382     SELECT MASTER-FILE  ASSIGN TO AS-S-MASTER
000383         ORGANIZATION IS INDEXED
000384         ACCESS MODE IS DYNAMIC
000385         RECORD KEY IS M-ACCT-NO
000386         FILE STATUS IS WS-MASTER-STATUS.
000390     SELECT LOG-FILE     ASSIGN TO UR-S-ARCHLOG.
000400 DATA DIVISION.
000410 FILE SECTION.
000680************************************************************
000690 FD  ARCHPARM-FILE
000700     LABEL RECORDS ARE OMITTED.
000701 01  ARCHPARM-REC         PIC X(80).
000702************************************************************
000703*      HISTORY PURGE FILE WRITTEN BY PROG31 - ONE RECORD PER
000704*      ACCOUNT WHOSE HISTORY HAS NO MASTER, IN ACCOUNT ORDER
000705************************************************************
000706 FD  HISTPURG-FILE
000707     LABEL RECORDS ARE STANDARD.
000708 01  HISTPURG-REC         PIC X(80).
000709************************************************************
000710*      LOAN MASTER, KEYED BY ACCOUNT NUMBER.  READ ONLY, TO
000711*      SEE THAT A PURGE ACCOUNT IS STILL OFF THE MASTER
000712************************************************************
000713 FD  MASTER-FILE
000714     LABEL RECORDS ARE STANDARD.
000715 01  MASTER-REC.
000716     03  M-ACCT-NO        PIC 9(6).
000717     03  FILLER           PIC X(114).
000720************************************************************
000730*      ARCHIVE CONTROL REPORT
000740************************************************************
000820 01  ARCHPARM-DATA.
000830     03  AP-CUTOFF-DATE   PIC X(8)     VALUE SPACES.
000840     03  FILLER           PIC X(72)    VALUE SPACES.
000841************************************************************
000842*      LAYOUT FOR THE HISTORY PURGE RECORD, SAME AS
000843*      FIX-PURGE-DATA IN PROG31
000844************************************************************
000845 01  HISTPURG-DATA.
000846     03  HP-ACCT-NO       PIC 9(6)     VALUE 0.
000847     03  FILLER           PIC X(74)    VALUE SPACES.
000850************************************************************
000860*      LAYOUTS FOR THE CONTROL REPORT LINES
000870************************************************************
000960     03  FILLER           PIC X(3)    VALUE SPACES.
000970     03  FILLER           PIC X(8)    VALUE 'AMOUNT: '.
000980     03  LC-AMOUNT        PIC $ZZZZZZ9.99.
000981 01  LOG-KEPT-LINE.
000982     03  FILLER           PIC X(8)    VALUE 'ACCOUNT '.
000983     03  LK-ACCT-NO       PIC 9(6).
000984     03  FILLER           PIC X(40)   VALUE
000985         ' IS ON THE MASTER - HISTORY NOT PURGED'.
000990 01  LOG-VERDICT-LINE.
001000     03  LV-VERDICT       PIC X(40).
001010 01  MISC.
001040*    0=NOT AT EOF       1=AT EOF        *
001050************************************************************
001060     03  EOF-H            PIC 9        VALUE 0.
001061     03  EOF-P            PIC 9        VALUE 0.
001062     03  WS-PAYHIST-STATUS PIC X(2)    VALUE SPACES.
001063     03  WS-MASTER-STATUS PIC X(2)     VALUE SPACES.
001064     03  WS-PURGE-ACCT    PIC 9(6)     VALUE 0.
001065     03  WS-PURGE-SW      PIC X(1)     VALUE 'N'.
001066         88  PURGE-THIS-ACCT          VALUE 'Y'.
001067         88  KEEP-THIS-ACCT           VALUE 'N'.
001071     03  WS-CUTOFF-DATE   PIC 9(8)     VALUE 0.
001080************************************************************
001090*      CONTROL COUNTS AND AMOUNT TOTALS FOR BOTH SIDES OF
001160     03  WS-ARCH-AMT      PIC 9(8)V99  VALUE 0.
001170     03  WS-KEEP-CTR      PIC 9(6)     VALUE 0    COMP.
001180     03  WS-KEEP-AMT      PIC 9(8)V99  VALUE 0.
001181************************************************************
001182*      THE PART OF THE ARCHIVED SIDE TAKEN BY ACCOUNT FROM
001183*      THE PURGE FILE RATHER THAN BY DATE
001184************************************************************
001185 01  WS-PURGE-TOTALS.
001186     03  WS-PURGE-CTR     PIC 9(6)     VALUE 0    COMP.
001187     03  WS-PURGE-AMT     PIC 9(8)V99  VALUE 0.
001190************************************************************
001200*      OUT-OF-BALANCE SWITCH FOR THE SELF-PROOF
001210************************************************************
001390                 WS-PAYHIST-STATUS
001400         STOP RUN
001410     END-IF.
001411     OPEN INPUT MASTER-FILE.
001412     IF WS-MASTER-STATUS NOT = '00'
001413         DISPLAY 'PROG17: MASTER-FILE OPEN FAILED, STATUS '
001414                 WS-MASTER-STATUS
001415         STOP RUN
001416     END-IF.
001417     OPEN INPUT HISTPURG-FILE.
001420     OPEN OUTPUT ARCH-FILE
001430          OUTPUT LOG-FILE.
001440     MOVE WS-CUTOFF-DATE TO H1-CUTOFF.
001480     PERFORM 7000-PROVE-CONTROL-TOTALS.
001490     PERFORM 8000-PRINT-CONTROL-REPORT.
001500     CLOSE PAYHIST-FILE
001501           MASTER-FILE
001502           HISTPURG-FILE
001510           ARCH-FILE
001520           LOG-FILE.
001530     IF RUN-OUT-OF-BALANCE
001580*      1000-READ-ARCHPARM READS THE ONE-RECORD PARAMETER
001590*      FILE NAMING THE CUTOFF DATE.  A MISSING OR INVALID
001600*      CUTOFF IS AN OPERATOR ERROR - THERE IS NO SAFE DATE
001610*      TO ASSUME FOR A PURGE - SO THE RUN STOPS.  A CUTOFF OF
001611*      ZEROS ARCHIVES NOTHING BY DATE, FOR A RUN THAT ONLY
001612*      APPLIES THE PURGE FILE
001620************************************************************
001630 1000-READ-ARCHPARM.
001640     OPEN INPUT ARCHPARM-FILE.
001740************************************************************
001750*      2000-SWEEP-HISTORY POSITIONS THE HISTORY FILE AT ITS
001760*      LOWEST KEY AND ROUTES EVERY RECORD TO THE ARCHIVE OR
001770*      THE KEEP SIDE.  THE PURGE FILE IS IN ACCOUNT ORDER TOO,
001771*      SO IT IS READ ALONGSIDE THE HISTORY
001780************************************************************
001790 2000-SWEEP-HISTORY.
001800     MOVE 0 TO H-ACCT-NO.
001860     IF EOF-H NOT = 1
001870         PERFORM 9000-READ-HISTORY-NEXT
001880     END-IF.
001881     PERFORM 9100-READ-PURGE-NEXT.
001890     PERFORM 2100-SPLIT-ONE-RECORD
001900         UNTIL EOF-H = 1.
001910************************************************************
001920*      2100-SPLIT-ONE-RECORD COUNTS THE CURRENT HISTORY
001930*      RECORD, ARCHIVES AND DELETES IT WHEN ITS PAYMENT DATE
001940*      IS BEFORE THE CUTOFF OR ITS ACCOUNT IS TO BE PURGED,
001950*      COUNTS IT AS KEPT OTHERWISE, AND READS THE NEXT ONE
001960************************************************************
001970 2100-SPLIT-ONE-RECORD.
001980     ADD 1         TO WS-READ-CTR.
001990     ADD H-PAY-AMT TO WS-READ-AMT.
001991     PERFORM 9100-READ-PURGE-NEXT
001992         UNTIL EOF-P = 1
001993            OR WS-PURGE-ACCT NOT < H-ACCT-NO.
002000     IF H-PAY-DATE < WS-CUTOFF-DATE
002010         PERFORM 3000-ARCHIVE-ONE-RECORD
002020     ELSE
002021         IF EOF-P NOT = 1 AND WS-PURGE-ACCT = H-ACCT-NO
002022            AND PURGE-THIS-ACCT
002023             PERFORM 3000-ARCHIVE-ONE-RECORD
002024             ADD 1         TO WS-PURGE-CTR
002025             ADD H-PAY-AMT TO WS-PURGE-AMT
002026         ELSE
002030             ADD 1         TO WS-KEEP-CTR
002040             ADD H-PAY-AMT TO WS-KEEP-AMT
002041         END-IF
002050     END-IF.
002060     PERFORM 9000-READ-HISTORY-NEXT.
002070************************************************************
002450     MOVE WS-ARCH-AMT TO LC-AMOUNT.
002460     WRITE LOG-REC FROM LOG-COUNT-LINE
002470           AFTER ADVANCING 1 LINE.
002471     MOVE ' BY ACCOUNT PURGE:' TO LC-CAPTION.
002472     MOVE WS-PURGE-CTR TO LC-COUNT.
002473     MOVE WS-PURGE-AMT TO LC-AMOUNT.
002474     WRITE LOG-REC FROM LOG-COUNT-LINE
002475           AFTER ADVANCING 1 LINE.
002480     MOVE 'RECORDS KEPT:     ' TO LC-CAPTION.
002490     MOVE WS-KEEP-CTR TO LC-COUNT.
002500     MOVE WS-KEEP-AMT TO LC-AMOUNT.
002660 9000-READ-HISTORY-NEXT.
002670     READ PAYHIST-FILE NEXT RECORD
002680          AT END MOVE 1 TO EOF-H.
002690************************************************************
002700*      9100-READ-PURGE-NEXT READS THE NEXT ACCOUNT TO PURGE
002710*      AND LOOKS IT UP ON THE MASTER.  ONE THAT HAS COME BACK
002720*      ON THE MASTER SINCE PROG31 RAN IS LOGGED AND KEPT
002730************************************************************
002740 9100-READ-PURGE-NEXT.
002750     SET KEEP-THIS-ACCT TO TRUE.
002760     READ HISTPURG-FILE INTO HISTPURG-DATA
002770          AT END MOVE 1 TO EOF-P.
002780     IF EOF-P NOT = 1
002790         MOVE HP-ACCT-NO      TO WS-PURGE-ACCT
002800         MOVE HP-ACCT-NO      TO M-ACCT-NO
002810         READ MASTER-FILE
002820             INVALID KEY SET PURGE-THIS-ACCT TO TRUE
002830         END-READ
002840         IF KEEP-THIS-ACCT
002850             MOVE HP-ACCT-NO  TO LK-ACCT-NO
002860             WRITE LOG-REC FROM LOG-KEPT-LINE
002870                   AFTER ADVANCING 1 LINE
002880         END-IF
002890     END-IF.
