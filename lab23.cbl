000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROG21.
000030 AUTHOR. TIM PATRICK.
000040 INSTALLATION. LOAN SERVICING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* LAB EXERCISE 3 - PAST-DUE NOTICE LETTERS.
000090*----------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------
000120* 10/15/2026 JAM  ORIGINAL PROGRAM.  READS THE AGING
000130*                 EXTRACT PROG11 WRITES AND PRINTS ONE
000140*                 PAST-DUE LETTER FOR EVERY ACCOUNT AGED 30
000150*                 DAYS OR WORSE THAT HAS PAID LESS THAN ITS
000160*                 MINIMUM THIS PERIOD.  THE WORDING GETS
000170*                 STRONGER WITH EACH BUCKET - 30, 60, 90,
000180*                 120-PLUS - AND THE LETTER SHOWS THE AMOUNT
000190*                 PAST DUE AGAINST M-MIN-PAY.  THE MAILING
000200*                 BLOCK COMES FROM THE PROG13 ADDRESS FILE,
000210*                 INDENTED FOR A WINDOW ENVELOPE THE WAY
000220*                 PROG7 DOES IT, AND AN ACCOUNT WITH NO
000230*                 ADDRESS GOES TO THE EXCEPTION LISTING.
000240*                 EVERY NOTICE SENT IS RECORDED ON A NEW
000250*                 LETTER-HISTORY FILE KEYED BY ACCOUNT AND
000260*                 NOTICE DATE, AND AN ACCOUNT ALREADY SENT
000270*                 THE SAME LEVEL OF LETTER IN THE BILLING
000280*                 CYCLE NAMED ON THE PARAMETER IS NOT SENT
000290*                 IT AGAIN.
000300*----------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AGEEXT-FILE  ASSIGN TO DA-S-AGEEXT.
000380     SELECT NOTCPARM-FILE ASSIGN TO DA-S-NOTCPARM.
000390     SELECT ADDR-FILE    ASSIGN TO AS-S-ADDR
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS AD-ACCT-NO
000430         FILE STATUS IS WS-ADDR-STATUS.
000440     SELECT OPTIONAL LTRHIST-FILE ASSIGN TO AS-S-LTRHIST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS LH-KEY
000480         FILE STATUS IS WS-LTRHIST-STATUS.
000490     SELECT NOTICE-FILE  ASSIGN TO UR-S-NOTICE.
000500     SELECT EXCPT-FILE   ASSIGN TO UR-S-NOTCEXC.
000510 DATA DIVISION.
000520 FILE SECTION.
000530************************************************************
000540*      AGING EXTRACT WRITTEN BY PROG11, ONE RECORD PER AGED
000550*      ACCOUNT, WORST BUCKET FIRST
000560************************************************************
000570 FD  AGEEXT-FILE
000580     BLOCK CONTAINS 0 RECORDS
000590     LABEL RECORDS ARE STANDARD.
000600 01  AGEEXT-REC           PIC X(80).
000610************************************************************
000620*      ONE-RECORD PARAMETER FILE NAMING THE BILLING CYCLE
000630*      THE NOTICES BELONG TO
000640************************************************************
000650 FD  NOTCPARM-FILE
000660     LABEL RECORDS ARE OMITTED.
000670 01  NOTCPARM-REC         PIC X(80).
000680************************************************************
000690*      BORROWER ADDRESS FILE MAINTAINED BY PROG13, KEYED BY
000700*      THE SAME ACCOUNT NUMBER AS THE MASTER
000710************************************************************
000720 FD  ADDR-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  ADDR-REC.
000750     03  AD-ACCT-NO       PIC 9(6).
000760     03  AD-ADDR1         PIC X(25).
000770     03  AD-ADDR2         PIC X(25).
000780     03  AD-CITY          PIC X(15).
000790     03  AD-STATE         PIC X(2).
000800     03  AD-ZIP           PIC X(5).
000810     03  FILLER           PIC X(2).
000820************************************************************
000830*      LETTER-HISTORY FILE, KEYED BY ACCOUNT NUMBER PLUS
000840*      NOTICE DATE.  ONE RECORD PER NOTICE SENT: THE LEVEL
000850*      (THE AGING BUCKET, 2 THRU 5), THE BILLING CYCLE, THE
000860*      DAYS AGED, THE AMOUNT PAST DUE, AND THE BALANCE
000870************************************************************
000880 FD  LTRHIST-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  LTRHIST-REC.
000910     03  LH-KEY.
000920         05  LH-ACCT-NO   PIC 9(6).
000930         05  LH-NOTICE-DATE PIC 9(8).
000940     03  LH-LEVEL         PIC 9.
000950     03  LH-CYCLE         PIC X(6).
000960     03  LH-DAYS          PIC 9(4).
000970     03  LH-PAST-DUE      PIC 9999V99.
000980     03  LH-BALANCE       PIC 9(7)V99.
000990     03  FILLER           PIC X(10).
001000************************************************************
001010*      THE PAST-DUE LETTERS
001020************************************************************
001030 FD  NOTICE-FILE
001040     LABEL RECORDS ARE OMITTED.
001050 01  NOTICE-REC           PIC X(80).
001060************************************************************
001070*      EXCEPTION LISTING - ACCOUNTS THAT GOT NO LETTER
001080*      BECAUSE NO ADDRESS IS ON FILE, OR WHOSE NOTICE COULD
001090*      NOT BE RECORDED
001100************************************************************
001110 FD  EXCPT-FILE
001120     LABEL RECORDS ARE OMITTED.
001130 01  EXCPT-REC            PIC X(80).
001140 WORKING-STORAGE SECTION.
001150************************************************************
001160*      LAYOUT FOR THE AGING EXTRACT RECORD, SAME AS
001170*      AGEEXT-DATA IN PROG11
001180************************************************************
001190 01  AGEEXT-DATA.
001200     03  AX-ACCT-NO       PIC 9(6).
001210     03  AX-NAME          PIC X(20).
001220     03  AX-BALANCE       PIC 9(7)V99.
001230     03  AX-LAST-PAY      PIC 9(8).
001240     03  AX-DAYS          PIC 9(4).
001250     03  AX-BUCKET        PIC 9.
001260     03  AX-MIN-PAY       PIC 9999V99.
001270     03  AX-PAID          PIC 99999V99.
001280     03  AX-FEE-BAL       PIC 9999V99.
001290     03  AX-BRANCH        PIC 9(2).
001300     03  FILLER           PIC X(11).
001310************************************************************
001320*      LAYOUT FOR THE NOTICE PARAMETER RECORD
001330************************************************************
001340 01  NOTCPARM-DATA.
001350     03  NP-CYCLE         PIC X(6).
001360     03  FILLER           PIC X(74).
001370************************************************************
001380*      FIGURES FOR THE LETTER BEING BUILT.  THE AMOUNT PAST
001390*      DUE IS WHAT IS STILL SHORT OF M-MIN-PAY THIS PERIOD,
001400*      NEVER MORE THAN THE BALANCE.  THE TOTAL NOW DUE ADDS
001410*      THE LATE CHARGES OWED
001420************************************************************
001430 01  CURR-REC.
001440     03  C-PAST-DUE       PIC 9999V99.
001450     03  C-TOTAL-DUE      PIC 9(7)V99.
001460************************************************************
001470*      LAYOUT FOR THE LETTER HEADING
001480************************************************************
001490 01  NOTC-HEADING1.
001500     03                  PIC X(15)   VALUE 'PAST-DUE NOTICE'.
001510     03                  PIC X(41)   VALUE SPACES.
001520     03                  PIC X(13)   VALUE 'NOTICE DATE: '.
001530     03  H1-RUN-DATE      PIC X(8).
001540************************************************************
001550*      LAYOUT FOR THE MAILING ADDRESS BLOCK, INDENTED FIVE
001560*      COLUMNS SO IT SITS IN A WINDOW ENVELOPE, THE SAME AS
001570*      PROG7'S STATEMENT
001580************************************************************
001590 01  NOTC-ADDR-LINE.
001600     03  FILLER           PIC X(5)    VALUE SPACES.
001610     03  ND-ADDR-TEXT     PIC X(30).
001620************************************************************
001630*      LAYOUT FOR THE ACCOUNT IDENTIFICATION LINE
001640************************************************************
001650 01  NOTC-ACCT-LINE.
001660     03                  PIC X(9)    VALUE 'ACCOUNT: '.
001670     03  NA-ACCT-NO       PIC 9(6).
001680     03                  PIC X(4)    VALUE SPACES.
001690     03                  PIC X(10)   VALUE 'BORROWER: '.
001700     03  NA-NAME          PIC X(20).
001710************************************************************
001720*      LAYOUT FOR ONE LINE OF LETTER TEXT, AND THE FOUR
001730*      LINES OF WORDING SET FOR THE ACCOUNT'S BUCKET BY
001740*      2400-SET-WORDING - A TITLE AND THREE BODY LINES
001750************************************************************
001760 01  NOTC-TEXT-LINE.
001770     03  NT-TEXT          PIC X(60).
001780 01  WS-WORDING.
001790     03  WS-WORD-TITLE    PIC X(60).
001800     03  WS-WORD-LINE1    PIC X(60).
001810     03  WS-WORD-LINE2    PIC X(60).
001820     03  WS-WORD-LINE3    PIC X(60).
001830************************************************************
001840*      LAYOUT FOR A LETTER MONEY LINE - A CAPTION AND AN
001850*      EDITED AMOUNT, REUSED FOR EVERY FIGURE IN THE LETTER
001860************************************************************
001870 01  NOTC-MONEY-LINE.
001880     03  NM-CAPTION       PIC X(28).
001890     03  NM-AMOUNT        PIC $ZZZZZZ9.99.
001900 01  NOTC-DAYS-LINE.
001910     03                  PIC X(28)   VALUE
001920         'DAYS SINCE LAST PAYMENT'.
001930     03  NY-DAYS          PIC ZZZZ9.
001940************************************************************
001950*      LAYOUTS FOR THE CLOSING LINES OF THE LETTER
001960************************************************************
001970 01  NOTC-FOOTER1.
001980     03                  PIC X(47)   VALUE
001990         'PLEASE SEND THE TOTAL NOW DUE WITH YOUR ACCOUNT'.
002000     03                  PIC X(25)   VALUE
002010         ' NUMBER TO LOAN SERVICING'.
002020 01  NOTC-FOOTER2.
002030     03                  PIC X(46)   VALUE
002040         'IF YOUR PAYMENT HAS ALREADY BEEN SENT, PLEASE'.
002050     03                  PIC X(22)   VALUE
002060         ' DISREGARD THIS NOTICE'.
002070************************************************************
002080*      LAYOUTS FOR THE EXCEPTION LISTING
002090************************************************************
002100 01  EXCPT-HEADING1.
002110     03                  PIC X(7)    VALUE 'ACCT NO'.
002120     03                  PIC X(1)    VALUE SPACES.
002130     03                  PIC X(4)    VALUE 'NAME'.
002140     03                  PIC X(18)   VALUE SPACES.
002150     03                  PIC X(6)    VALUE 'REASON'.
002160 01  EXCPT-DATA1.
002170     03  E-ACCT-NO        PIC 9(6).
002180     03  FILLER           PIC X(2)    VALUE SPACES.
002190     03  E-NAME           PIC X(20).
002200     03  FILLER           PIC X(2)    VALUE SPACES.
002210     03  E-REASON         PIC X(30).
002220 01  EXCPT-TRAILER1.
002230     03  FILLER           PIC X(15)  VALUE 'ACCOUNTS READ:'.
002240     03  ET-READ-CTR      PIC ZZZZ9.
002250     03  FILLER           PIC X(3)   VALUE SPACES.
002260     03  FILLER           PIC X(16)  VALUE 'NOTICES PRINTED:'.
002270     03  FILLER           PIC X(1)   VALUE SPACES.
002280     03  ET-NOTICE-CTR    PIC ZZZZ9.
002290 01  EXCPT-TRAILER2.
002300     03  FILLER           PIC X(19)  VALUE
002310         'LISTED AS EXCEPTION'.
002320     03  FILLER           PIC X(1)   VALUE ':'.
002330     03  ET-EXCPT-CTR     PIC ZZZZ9.
002340     03  FILLER           PIC X(3)   VALUE SPACES.
002350     03  FILLER           PIC X(26)  VALUE
002360         'ALREADY SENT THIS CYCLE:'.
002370     03  ET-ALREADY-CTR   PIC ZZZZ9.
002380 01  MISC.
002390************************************************************
002400*      END OF FILE (EOF) SWITCHES        *
002410*    0=NOT AT EOF       1=AT EOF        *
002420************************************************************
002430     03  EOF-A            PIC 9        VALUE 0.
002440     03  EOF-L            PIC 9        VALUE 0.
002450     03  WS-ADDR-STATUS   PIC X(2)     VALUE SPACES.
002460     03  WS-LTRHIST-STATUS PIC X(2)    VALUE SPACES.
002470     03  READ-CTR         PIC 9(5)     VALUE 0    COMP.
002480     03  NOTICE-CTR       PIC 9(5)     VALUE 0    COMP.
002490     03  EXCPT-CTR        PIC 9(5)     VALUE 0    COMP.
002500     03  ALREADY-CTR      PIC 9(5)     VALUE 0    COMP.
002510************************************************************
002520*      ADDRESS LOOKUP SWITCH, SET BY 2500-READ-ADDRESS
002530************************************************************
002540 01  WS-ADDR-SW           PIC X        VALUE 'N'.
002550     88  ADDRESS-ON-FILE               VALUE 'Y'.
002560     88  ADDRESS-MISSING               VALUE 'N'.
002570************************************************************
002580*      LETTER-HISTORY SWITCH, SET BY 2200-CHECK-SENT-BEFORE
002590*      WHEN THE SAME LEVEL WENT OUT EARLIER IN THE CYCLE
002600************************************************************
002610 01  WS-SENT-SW           PIC X        VALUE 'N'.
002620     88  LEVEL-ALREADY-SENT            VALUE 'Y'.
002630     88  LEVEL-NOT-SENT                VALUE 'N'.
002640************************************************************
002650*      RUN DATE, PULLED FROM THE SYSTEM DATE ONE TIME.  THE
002660*      CENTURY WINDOW PUTS EVERY TWO-DIGIT YEAR IN 20XX, THE
002670*      SAME WAY THE PAYMENT DATES PROG4 KEEPS ARE CUT
002680************************************************************
002690 01  WS-SYSTEM-DATE.
002700     03  WS-SYS-YY        PIC 99.
002710     03  WS-SYS-MM        PIC 99.
002720     03  WS-SYS-DD        PIC 99.
002730 01  WS-CURRENT-DATE.
002740     03  WS-CUR-YYYY      PIC 9(4)     VALUE 0.
002750     03  WS-CUR-MM        PIC 99       VALUE 0.
002760     03  WS-CUR-DD        PIC 99       VALUE 0.
002770 01  WS-TODAY-DATE REDEFINES WS-CURRENT-DATE
002780                          PIC 9(8).
002790 01  WS-EDIT-DATE.
002800     03  WS-EDIT-MM       PIC 99.
002810     03  FILLER           PIC X       VALUE '/'.
002820     03  WS-EDIT-DD       PIC 99.
002830     03  FILLER           PIC X       VALUE '/'.
002840     03  WS-EDIT-YY       PIC 99.
002850************************************************************
002860*      START OF PROCEDURE DIVISION
002870************************************************************
002880 PROCEDURE DIVISION.
002890************************************************************
002900* THE MAINLINE IS RESPONSIBILE FOR THE FLOW OF THE LOGIC
002910* ALL MAIN PROCEDURES SHOULD BE CALLED FROM THE MAIN
002920* EVERY PROCEDURE (PARAGRAPH) MUST BE DOCUMENTED
002930************************************************************
002940 000-MAINLINE.
002950     PERFORM 1000-READ-NOTCPARM.
002960     OPEN INPUT ADDR-FILE.
002970     IF WS-ADDR-STATUS NOT = '00'
002980         DISPLAY 'PROG21: ADDR-FILE OPEN FAILED, STATUS '
002990                 WS-ADDR-STATUS
003000         STOP RUN
003010     END-IF.
003020     OPEN I-O   LTRHIST-FILE.
003030     IF WS-LTRHIST-STATUS NOT = '00'
003040         AND WS-LTRHIST-STATUS NOT = '05'
003050         DISPLAY 'PROG21: LTRHIST-FILE OPEN FAILED, STATUS '
003060                 WS-LTRHIST-STATUS
003070         STOP RUN
003080     END-IF.
003090     OPEN INPUT AGEEXT-FILE
003100          OUTPUT NOTICE-FILE
003110          OUTPUT EXCPT-FILE.
003120     ACCEPT WS-SYSTEM-DATE FROM DATE.
003130     MOVE WS-SYS-MM       TO WS-EDIT-MM.
003140     MOVE WS-SYS-DD       TO WS-EDIT-DD.
003150     MOVE WS-SYS-YY       TO WS-EDIT-YY.
003160     MOVE WS-EDIT-DATE    TO H1-RUN-DATE.
003170     COMPUTE WS-CUR-YYYY = 2000 + WS-SYS-YY.
003180     MOVE WS-SYS-MM       TO WS-CUR-MM.
003190     MOVE WS-SYS-DD       TO WS-CUR-DD.
003200     WRITE EXCPT-REC FROM EXCPT-HEADING1
003210           AFTER ADVANCING 1 LINE.
003220     PERFORM 9000-READ-AGEEXT.
003230     PERFORM 2000-NOTICE-ONE-ACCT
003240         UNTIL EOF-A = 1.
003250     PERFORM 8000-PRINT-EXCPT-TRAILER.
003260     CLOSE AGEEXT-FILE
003270           ADDR-FILE
003280           LTRHIST-FILE
003290           NOTICE-FILE
003300           EXCPT-FILE.
003310     STOP RUN.
003320************************************************************
003330*      1000-READ-NOTCPARM READS THE ONE-RECORD PARAMETER
003340*      FILE NAMING THE BILLING CYCLE.  A MISSING OR EMPTY
003350*      PARAMETER IS AN OPERATOR ERROR - WITHOUT A CYCLE THE
003360*      RUN CANNOT TELL WHICH LETTERS ARE REPEATS - SO THE
003370*      RUN STOPS
003380************************************************************
003390 1000-READ-NOTCPARM.
003400     OPEN INPUT NOTCPARM-FILE.
003410     READ NOTCPARM-FILE INTO NOTCPARM-DATA
003420          AT END
003430              DISPLAY 'PROG21: EMPTY NOTICE PARM FILE'
003440              MOVE 8 TO RETURN-CODE
003450              STOP RUN.
003460     CLOSE NOTCPARM-FILE.
003470     IF NP-CYCLE = SPACES
003480         DISPLAY 'PROG21: NO BILLING CYCLE GIVEN'
003490         MOVE 8 TO RETURN-CODE
003500         STOP RUN
003510     END-IF.
003520************************************************************
003530*      2000-NOTICE-ONE-ACCT DECIDES WHETHER THE CURRENT AGED
003540*      ACCOUNT GETS A LETTER - 30 DAYS OR WORSE, A BALANCE
003550*      OWING, AND STILL SHORT OF ITS MINIMUM THIS PERIOD -
003560*      AND THEN CHECKS THE LETTER HISTORY AND THE ADDRESS
003570*      BEFORE PRINTING IT.  THE NEXT EXTRACT RECORD IS READ
003580*      AT THE END
003590************************************************************
003600 2000-NOTICE-ONE-ACCT.
003610     ADD 1 TO READ-CTR.
003620     PERFORM 2100-BUILD-FIGURES.
003630     IF AX-BUCKET > 1 AND AX-BALANCE > 0 AND C-PAST-DUE > 0
003640         PERFORM 2200-CHECK-SENT-BEFORE
003650         IF LEVEL-ALREADY-SENT
003660             ADD 1 TO ALREADY-CTR
003670         ELSE
003680             PERFORM 2500-READ-ADDRESS
003690             IF ADDRESS-ON-FILE
003700                 PERFORM 2800-RECORD-NOTICE
003710             ELSE
003720                 MOVE 'NO ADDRESS ON FILE' TO E-REASON
003730                 PERFORM 2600-WRITE-EXCEPTION
003740                 ADD 1 TO EXCPT-CTR
003750             END-IF
003760         END-IF
003770     END-IF.
003780     PERFORM 9000-READ-AGEEXT.
003790************************************************************
003800*      2100-BUILD-FIGURES WORKS OUT THE AMOUNT PAST DUE -
003810*      M-MIN-PAY LESS WHAT WAS PAID THIS PERIOD, NEVER MORE
003820*      THAN THE BALANCE - AND THE TOTAL NOW DUE WITH THE
003830*      LATE CHARGES OWED, ALSO HELD TO THE BALANCE
003840************************************************************
003850 2100-BUILD-FIGURES.
003860     IF AX-PAID < AX-MIN-PAY
003870         COMPUTE C-PAST-DUE = AX-MIN-PAY - AX-PAID
003880     ELSE
003890         MOVE 0 TO C-PAST-DUE
003900     END-IF.
003910     IF C-PAST-DUE > AX-BALANCE
003920         MOVE AX-BALANCE TO C-PAST-DUE
003930     END-IF.
003940     COMPUTE C-TOTAL-DUE = C-PAST-DUE + AX-FEE-BAL.
003950     IF C-TOTAL-DUE > AX-BALANCE
003960         MOVE AX-BALANCE TO C-TOTAL-DUE
003970     END-IF.
003980************************************************************
003990*      2200-CHECK-SENT-BEFORE POSITIONS THE LETTER HISTORY
004000*      AT THE ACCOUNT'S FIRST NOTICE AND READS FORWARD
004010*      THROUGH ITS NOTICES, LOOKING FOR ONE AT THIS LEVEL IN
004020*      THIS BILLING CYCLE
004030************************************************************
004040 2200-CHECK-SENT-BEFORE.
004050     SET LEVEL-NOT-SENT   TO TRUE.
004060     MOVE 0               TO EOF-L.
004070     MOVE AX-ACCT-NO      TO LH-ACCT-NO.
004080     MOVE 0               TO LH-NOTICE-DATE.
004090     START LTRHIST-FILE KEY NOT LESS THAN LH-KEY
004100         INVALID KEY MOVE 1 TO EOF-L
004110     END-START.
004120     IF EOF-L NOT = 1
004130         PERFORM 9100-READ-LTRHIST-NEXT
004140     END-IF.
004150     PERFORM 2300-CHECK-ONE-NOTICE
004160         UNTIL EOF-L = 1.
004170************************************************************
004180*      2300-CHECK-ONE-NOTICE TESTS ONE HISTORY RECORD WHILE
004190*      IT STILL BELONGS TO THE ACCOUNT, AND STOPS THE SCAN AT
004200*      THE FIRST RECORD THAT DOES NOT OR AT A MATCH
004210************************************************************
004220 2300-CHECK-ONE-NOTICE.
004230     IF LH-ACCT-NO NOT = AX-ACCT-NO
004240         MOVE 1 TO EOF-L
004250     ELSE
004260         IF LH-CYCLE = NP-CYCLE AND LH-LEVEL = AX-BUCKET
004270             SET LEVEL-ALREADY-SENT TO TRUE
004280             MOVE 1 TO EOF-L
004290         ELSE
004300             PERFORM 9100-READ-LTRHIST-NEXT
004310         END-IF
004320     END-IF.
004330************************************************************
004340*      2400-SET-WORDING SETS THE LETTER'S TITLE AND BODY FOR
004350*      THE ACCOUNT'S BUCKET.  EACH BUCKET GETS STRONGER
004360*      WORDING THAN THE ONE BEFORE
004370************************************************************
004380 2400-SET-WORDING.
004390     EVALUATE AX-BUCKET
004400         WHEN 2
004410             MOVE 'REMINDER - YOUR PAYMENT IS PAST DUE'
004420                  TO WS-WORD-TITLE
004430             MOVE 'OUR RECORDS SHOW THAT YOUR LOAN PAYMENT IS'
004440                  TO WS-WORD-LINE1
004450             MOVE 'MORE THAN 30 DAYS PAST DUE.  PLEASE SEND THE'
004460                  TO WS-WORD-LINE2
004470             MOVE 'AMOUNT BELOW SO YOUR ACCOUNT STAYS CURRENT.'
004480                  TO WS-WORD-LINE3
004490         WHEN 3
004500             MOVE 'SECOND NOTICE - YOUR PAYMENT IS 60 DAYS LATE'
004510                  TO WS-WORD-TITLE
004520             MOVE 'WE HAVE NOT RECEIVED YOUR PAYMENT IN MORE'
004530                  TO WS-WORD-LINE1
004540             MOVE 'THAN 60 DAYS.  PLEASE PAY THE AMOUNT BELOW'
004550                  TO WS-WORD-LINE2
004560             MOVE 'NOW, OR CALL US TO DISCUSS YOUR ACCOUNT.'
004570                  TO WS-WORD-LINE3
004580         WHEN 4
004590             MOVE 'FINAL NOTICE - 90 DAYS PAST DUE'
004600                  TO WS-WORD-TITLE
004610             MOVE 'YOUR ACCOUNT IS MORE THAN 90 DAYS PAST DUE.'
004620                  TO WS-WORD-LINE1
004630             MOVE 'UNLESS THE AMOUNT BELOW IS PAID PROMPTLY, WE'
004640                  TO WS-WORD-LINE2
004650             MOVE 'WILL TAKE FURTHER COLLECTION ACTION.'
004660                  TO WS-WORD-LINE3
004670         WHEN OTHER
004680             MOVE 'NOTICE OF DEFAULT'
004690                  TO WS-WORD-TITLE
004700             MOVE 'YOUR ACCOUNT IS MORE THAN 120 DAYS PAST DUE'
004710                  TO WS-WORD-LINE1
004720             MOVE 'AND IS IN DEFAULT.  PAY THE AMOUNT BELOW AT'
004730                  TO WS-WORD-LINE2
004740             MOVE 'ONCE OR YOUR LOAN MAY BE CHARGED OFF.'
004750                  TO WS-WORD-LINE3
004760     END-EVALUATE.
004770************************************************************
004780*      2500-READ-ADDRESS READS THE BORROWER ADDRESS FILE BY
004790*      THE ACCOUNT NUMBER AND SETS WS-ADDR-SW.  THE RECORD
004800*      STAYS IN ADDR-REC FOR THE ADDRESS BLOCK TO PRINT
004810************************************************************
004820 2500-READ-ADDRESS.
004830     SET ADDRESS-MISSING TO TRUE.
004840     MOVE AX-ACCT-NO TO AD-ACCT-NO.
004850     READ ADDR-FILE
004860         INVALID KEY
004870             SET ADDRESS-MISSING TO TRUE
004880         NOT INVALID KEY
004890             SET ADDRESS-ON-FILE TO TRUE
004900     END-READ.
004910************************************************************
004920*      2600-WRITE-EXCEPTION LISTS AN ACCOUNT THAT GOT NO
004930*      LETTER, WITH THE REASON SET IN E-REASON
004940************************************************************
004950 2600-WRITE-EXCEPTION.
004960     MOVE AX-ACCT-NO      TO E-ACCT-NO.
004970     MOVE AX-NAME         TO E-NAME.
004980     WRITE EXCPT-REC FROM EXCPT-DATA1
004990           AFTER ADVANCING 1 LINE.
005000************************************************************
005010*      2800-RECORD-NOTICE WRITES THE NOTICE TO THE LETTER
005020*      HISTORY FIRST AND PRINTS THE LETTER ONLY WHEN THE
005030*      HISTORY TAKES IT.  A NOTICE ALREADY ON FILE FOR THE
005040*      ACCOUNT TODAY GOES TO THE EXCEPTION LISTING INSTEAD,
005050*      SO NO LETTER EVER GOES OUT UNRECORDED
005060************************************************************
005070 2800-RECORD-NOTICE.
005080     MOVE SPACES          TO LTRHIST-REC.
005090     MOVE AX-ACCT-NO      TO LH-ACCT-NO.
005100     MOVE WS-TODAY-DATE   TO LH-NOTICE-DATE.
005110     MOVE AX-BUCKET       TO LH-LEVEL.
005120     MOVE NP-CYCLE        TO LH-CYCLE.
005130     MOVE AX-DAYS         TO LH-DAYS.
005140     MOVE C-PAST-DUE      TO LH-PAST-DUE.
005150     MOVE AX-BALANCE      TO LH-BALANCE.
005160     WRITE LTRHIST-REC
005170         INVALID KEY
005180             MOVE 'NOTICE ALREADY ON FILE TODAY'
005190                  TO E-REASON
005200             PERFORM 2600-WRITE-EXCEPTION
005210             ADD 1 TO EXCPT-CTR
005220         NOT INVALID KEY
005230             PERFORM 3000-PRINT-NOTICE
005240     END-WRITE.
005250************************************************************
005260*      3000-PRINT-NOTICE PRINTS ONE FULL LETTER: HEADING,
005270*      THE MAILING ADDRESS BLOCK, THE ACCOUNT LINE, THE
005280*      BUCKET'S WORDING, THE PAST-DUE FIGURES, AND THE
005290*      CLOSING LINES
005300************************************************************
005310 3000-PRINT-NOTICE.
005320     ADD 1 TO NOTICE-CTR.
005330     PERFORM 2400-SET-WORDING.
005340     WRITE NOTICE-REC FROM NOTC-HEADING1
005350           AFTER ADVANCING PAGE.
005360     MOVE SPACES TO NOTICE-REC.
005370     WRITE NOTICE-REC AFTER ADVANCING 1 LINE.
005380     PERFORM 3200-PRINT-ADDRESS-BLOCK.
005390     MOVE SPACES TO NOTICE-REC.
005400     WRITE NOTICE-REC AFTER ADVANCING 1 LINE.
005410     MOVE AX-ACCT-NO      TO NA-ACCT-NO.
005420     MOVE AX-NAME         TO NA-NAME.
005430     WRITE NOTICE-REC FROM NOTC-ACCT-LINE
005440           AFTER ADVANCING 1 LINE.
005450     MOVE WS-WORD-TITLE   TO NT-TEXT.
005460     WRITE NOTICE-REC FROM NOTC-TEXT-LINE
005470           AFTER ADVANCING 2 LINES.
005480     MOVE WS-WORD-LINE1   TO NT-TEXT.
005490     WRITE NOTICE-REC FROM NOTC-TEXT-LINE
005500           AFTER ADVANCING 2 LINES.
005510     MOVE WS-WORD-LINE2   TO NT-TEXT.
005520     WRITE NOTICE-REC FROM NOTC-TEXT-LINE
005530           AFTER ADVANCING 1 LINE.
005540     MOVE WS-WORD-LINE3   TO NT-TEXT.
005550     WRITE NOTICE-REC FROM NOTC-TEXT-LINE
005560           AFTER ADVANCING 1 LINE.
005570     MOVE SPACES TO NOTICE-REC.
005580     WRITE NOTICE-REC AFTER ADVANCING 1 LINE.
005590     MOVE 'REQUIRED MINIMUM PAYMENT' TO NM-CAPTION.
005600     MOVE AX-MIN-PAY      TO NM-AMOUNT.
005610     PERFORM 3100-PRINT-MONEY-LINE.
005620     MOVE 'PAID THIS PERIOD'        TO NM-CAPTION.
005630     MOVE AX-PAID         TO NM-AMOUNT.
005640     PERFORM 3100-PRINT-MONEY-LINE.
005650     MOVE 'AMOUNT PAST DUE'         TO NM-CAPTION.
005660     MOVE C-PAST-DUE      TO NM-AMOUNT.
005670     PERFORM 3100-PRINT-MONEY-LINE.
005680     IF AX-FEE-BAL > 0
005690         MOVE 'LATE CHARGES OWED'   TO NM-CAPTION
005700         MOVE AX-FEE-BAL      TO NM-AMOUNT
005710         PERFORM 3100-PRINT-MONEY-LINE
005720     END-IF.
005730     MOVE 'TOTAL NOW DUE'           TO NM-CAPTION.
005740     MOVE C-TOTAL-DUE     TO NM-AMOUNT.
005750     PERFORM 3100-PRINT-MONEY-LINE.
005760     MOVE 'CURRENT BALANCE'         TO NM-CAPTION.
005770     MOVE AX-BALANCE      TO NM-AMOUNT.
005780     PERFORM 3100-PRINT-MONEY-LINE.
005790     MOVE AX-DAYS         TO NY-DAYS.
005800     WRITE NOTICE-REC FROM NOTC-DAYS-LINE
005810           AFTER ADVANCING 1 LINE.
005820     MOVE SPACES TO NOTICE-REC.
005830     WRITE NOTICE-REC AFTER ADVANCING 1 LINE.
005840     WRITE NOTICE-REC FROM NOTC-FOOTER1
005850           AFTER ADVANCING 1 LINE.
005860     WRITE NOTICE-REC FROM NOTC-FOOTER2
005870           AFTER ADVANCING 1 LINE.
005880************************************************************
005890*      3100-PRINT-MONEY-LINE PRINTS THE CAPTION AND AMOUNT
005900*      SET UP IN NOTC-MONEY-LINE
005910************************************************************
005920 3100-PRINT-MONEY-LINE.
005930     WRITE NOTICE-REC FROM NOTC-MONEY-LINE
005940           AFTER ADVANCING 1 LINE.
005950************************************************************
005960*      3200-PRINT-ADDRESS-BLOCK PRINTS THE BORROWER'S NAME
005970*      AND MAILING ADDRESS, INDENTED FOR THE WINDOW
005980*      ENVELOPE: NAME, STREET, THE SECOND STREET LINE WHEN
005990*      THERE IS ONE, AND THE CITY-STATE-ZIP LINE
006000************************************************************
006010 3200-PRINT-ADDRESS-BLOCK.
006020     MOVE AX-NAME         TO ND-ADDR-TEXT.
006030     PERFORM 3210-PRINT-ADDR-LINE.
006040     MOVE AD-ADDR1        TO ND-ADDR-TEXT.
006050     PERFORM 3210-PRINT-ADDR-LINE.
006060     IF AD-ADDR2 NOT = SPACES
006070         MOVE AD-ADDR2    TO ND-ADDR-TEXT
006080         PERFORM 3210-PRINT-ADDR-LINE
006090     END-IF.
006100     MOVE SPACES TO ND-ADDR-TEXT.
006110     STRING AD-CITY   DELIMITED BY '  '
006120            ', '      DELIMITED BY SIZE
006130            AD-STATE  DELIMITED BY SIZE
006140            ' '       DELIMITED BY SIZE
006150            AD-ZIP    DELIMITED BY SIZE
006160            INTO ND-ADDR-TEXT.
006170     PERFORM 3210-PRINT-ADDR-LINE.
006180************************************************************
006190*      3210-PRINT-ADDR-LINE PRINTS THE ADDRESS LINE SET UP
006200*      IN NOTC-ADDR-LINE
006210************************************************************
006220 3210-PRINT-ADDR-LINE.
006230     WRITE NOTICE-REC FROM NOTC-ADDR-LINE
006240           AFTER ADVANCING 1 LINE.
006250************************************************************
006260*      8000-PRINT-EXCPT-TRAILER PRINTS THE RUN COUNTS AT THE
006270*      FOOT OF THE EXCEPTION LISTING
006280************************************************************
006290 8000-PRINT-EXCPT-TRAILER.
006300     MOVE READ-CTR    TO ET-READ-CTR.
006310     MOVE NOTICE-CTR  TO ET-NOTICE-CTR.
006320     WRITE EXCPT-REC FROM EXCPT-TRAILER1
006330           AFTER ADVANCING 2 LINES.
006340     MOVE EXCPT-CTR   TO ET-EXCPT-CTR.
006350     MOVE ALREADY-CTR TO ET-ALREADY-CTR.
006360     WRITE EXCPT-REC FROM EXCPT-TRAILER2
006370           AFTER ADVANCING 1 LINE.
006380************************************************************
006390*      9000-READ-AGEEXT READS THE NEXT AGING EXTRACT RECORD
006400*      INTO THE STRUCTURE SET UP IN WORKING STORAGE
006410************************************************************
006420 9000-READ-AGEEXT.
006430     READ AGEEXT-FILE INTO AGEEXT-DATA
006440          AT END MOVE 1 TO EOF-A.
006450************************************************************
006460*      9100-READ-LTRHIST-NEXT READS THE NEXT LETTER-HISTORY
006470*      RECORD IN KEY ORDER
006480************************************************************
006490 9100-READ-LTRHIST-NEXT.
006500     READ LTRHIST-FILE NEXT RECORD
006510          AT END MOVE 1 TO EOF-L.
