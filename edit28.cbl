000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LIISTING9-28.
000030 AUTHOR. 62160246.
000040 INSTALLATION. DAILY-BATCH-CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  10/15/2026 TWK  NEW PROGRAM.  END-OF-DAY CROSS-FILE INTEGRITY
000110*                  RECONCILIATION.  CHECKS THE FILES THE DAY'S
000120*                  JOBS MAINTAIN AGAINST EACH OTHER - EVERY
000130*                  PAYHIST CHECK ('C') AGAINST ITS CHECKREG
000140*                  ENTRY FOR AMOUNT AND ACCOUNT, EVERY CHECKREG
000150*                  ENTRY FOR A HISTORY RECORD, EVERY VOIDED
000160*                  REGISTER ENTRY AGAINST ITS 'V' BACK-OUT
000170*                  HISTORY, EVERY BUDGMAST SPENT AMOUNT AGAINST
000180*                  THE PAYHIST POSTINGS FOR ITS ACCOUNT AND
000190*                  MONTH, AND EVERY RUNCTL RUN MARKED COMPLETE
000200*                  FOR CONSUMPTION BY BOTH LIISTING9-7 AND
000210*                  LIISTING9-5.  THE INTEG-RPT REPORT LISTS EACH
000220*                  DISCREPANCY; ANY ONE ENDS THE JOB WITH RETURN
000230*                  CODE 8 SO THE SCHEDULER HOLDS THE NEXT DAY'S
000240*                  CYCLE UNTIL OPERATIONS CLEARS IT.  THE SAME
000250*                  STALECTL AND ARCHCTL CARDS LIISTING9-11 AND
000260*                  LIISTING9-12 RUN WITH TELL IT WHICH REGISTER
000270*                  VOIDS ARE STALE-DATED (NO 'V' HISTORY IS
000280*                  WRITTEN FOR THOSE) AND WHICH HISTORY HAS BEEN
000290*                  ARCHIVED OFF THE LIVE FILE.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL PAY-HIST ASSIGN TO "PAYHIST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS HIST-KEY
000380         ALTERNATE RECORD KEY IS HIST-ACCOUNT-DATE-KEY
000390             WITH DUPLICATES.
000400     SELECT OPTIONAL CHECK-REG ASSIGN TO "CHECKREG"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CHECK-REG-NUMBER.
000440     SELECT OPTIONAL BUDG-MAST ASSIGN TO "BUDGMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS BUDG-KEY.
000480     SELECT OPTIONAL RUN-CTL ASSIGN TO "RUNCTL"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS RUN-ID.
000520     SELECT OPTIONAL STALE-CTL ASSIGN TO "STALECTL"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT OPTIONAL ARCH-CTL ASSIGN TO "ARCHCTL"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT INTEG-RPT ASSIGN TO "INTEG-RPT"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PAY-HIST
000620     LABEL RECORDS ARE STANDARD.
000630     COPY PAYHIST.
000640
000650 FD  CHECK-REG
000660     LABEL RECORDS ARE STANDARD.
000670     COPY CHKREG.
000680
000690 FD  BUDG-MAST
000700     LABEL RECORDS ARE STANDARD.
000710     COPY BUDGREC.
000720
000730 FD  RUN-CTL
000740     LABEL RECORDS ARE STANDARD.
000750     COPY RUNCTL.
000760
000770*----------------------------------------------------------------
000780*  STALECTL AND ARCHCTL - THE LIISTING9-11 STALE-DATE DAYS AND
000790*  THE LIISTING9-12 RETENTION CUTOFF, READ HERE UNCHANGED.  BOTH
000800*  ARE OPTIONAL: WITHOUT STALECTL THE 180-DAY DEFAULT APPLIES,
000810*  WITHOUT ARCHCTL NO HISTORY IS TAKEN TO HAVE BEEN ARCHIVED.
000820*----------------------------------------------------------------
000830 FD  STALE-CTL
000840     LABEL RECORDS ARE STANDARD.
000850 01  STALE-CTL-RECORD.
000860     05  STALE-CTL-DAYS          PIC X(03).
000870     05  FILLER                  PIC X(77).
000880
000890 FD  ARCH-CTL
000900     LABEL RECORDS ARE STANDARD.
000910 01  ARCH-CTL-RECORD.
000920     05  ARCH-CTL-CUTOFF-DATE    PIC X(08).
000930     05  FILLER                  PIC X(72).
000940
000950 FD  INTEG-RPT
000960     LABEL RECORDS ARE STANDARD.
000970 01  INTEG-HEADING-LINE.
000980     05  INTEG-HEADING-TEXT      PIC X(48).
000990     05  INTEG-HEADING-DATE      PIC 9999/99/99.
001000     05  FILLER                  PIC X(74).
001010 01  INTEG-SECTION-LINE          PIC X(132).
001020 01  INTEG-COLUMN-LINE           PIC X(132).
001030 01  INTEG-DETAIL-LINE.
001040     05  INTEG-KEY-OUT           PIC X(20).
001050     05  FILLER                  PIC X(02).
001060     05  INTEG-EXPECTED-OUT      PIC $,$$$,$$$,$$9.99CR.
001070     05  FILLER                  PIC X(02).
001080     05  INTEG-ACTUAL-OUT        PIC $,$$$,$$$,$$9.99CR.
001090     05  FILLER                  PIC X(02).
001100     05  INTEG-NOTE-OUT          PIC X(40).
001110     05  FILLER                  PIC X(30).
001120 01  INTEG-TOTAL-LINE.
001130     05  INTEG-TOTAL-LABEL       PIC X(28).
001140     05  INTEG-TOTAL-COUNT       PIC Z,ZZZ,ZZ9.
001150     05  FILLER                  PIC X(95).
001160 01  INTEG-RESULT-LINE           PIC X(132).
001170 01  INTEG-BLANK-LINE            PIC X(132).
001180
001190 WORKING-STORAGE SECTION.
001200 77 HIST-EOF-SWITCH    PIC X(01)          VALUE 'N'.
001210     88 END-OF-PAY-HIST                   VALUE 'Y'.
001220 77 REG-EOF-SWITCH     PIC X(01)          VALUE 'N'.
001230     88 END-OF-REGISTER                   VALUE 'Y'.
001240 77 BUDG-EOF-SWITCH    PIC X(01)          VALUE 'N'.
001250     88 END-OF-BUDGETS                    VALUE 'Y'.
001260 77 RUN-EOF-SWITCH     PIC X(01)          VALUE 'N'.
001270     88 END-OF-RUNS                       VALUE 'Y'.
001280 77 SCAN-EOF-SWITCH    PIC X(01)          VALUE 'N'.
001290     88 END-OF-ACCOUNT-SCAN               VALUE 'Y'.
001300 77 HIST-FOUND-SWITCH  PIC X(01)          VALUE 'N'.
001310     88 HISTORY-FOUND                     VALUE 'Y'.
001320 77 AMOUNTS-SWITCH     PIC X(01)          VALUE 'Y'.
001330     88 AMOUNTS-SHOWN                     VALUE 'Y'.
001340 77 RUN-DATE-YMD       PIC 9(08)          VALUE ZERO.
001350 77 STALE-DAYS         PIC 9(03) COMP     VALUE 180.
001360 77 STALE-CUTOFF-DATE  PIC 9(08)          VALUE ZERO.
001370 77 ARCHIVE-CUTOFF-DATE PIC 9(08)         VALUE ZERO.
001380 77 BUDGET-SCAN-START  PIC 9(08)          VALUE ZERO.
001390 77 BUDGET-SCAN-END    PIC 9(08)          VALUE ZERO.
001400 77 RECORD-BASE        PIC S9(8)V99 COMP-3 VALUE ZERO.
001410 77 RECORD-NET         PIC S9(8)V99 COMP-3 VALUE ZERO.
001420 77 BUDGET-HISTORY-SPENT PIC S9(11)V99 COMP-3 VALUE ZERO.
001430
001440*----------------------------------------------------------------
001450*  ONE CHECK NUMBER'S HISTORY - THE CHECK LINES ('C', ONE PER
001460*  DISTRIBUTION LINE OF A SPLIT PAYMENT) AND THE VOID BACK-OUTS
001470*  ('V'), EACH NETTED OF BACKUP WITHHOLDING THE WAY THE
001480*  REGISTER CARRIES THE CHECK
001490*----------------------------------------------------------------
001500 77 GROUP-CHECK-NUMBER PIC 9(06)          VALUE ZERO.
001510 77 GROUP-CUT-COUNT    PIC 9(05) COMP     VALUE ZERO.
001520 77 GROUP-CUT-NET      PIC S9(11)V99 COMP-3 VALUE ZERO.
001530 77 GROUP-CUT-ACCOUNT  PIC X(10)          VALUE SPACES.
001540 77 GROUP-VOID-COUNT   PIC 9(05) COMP     VALUE ZERO.
001550 77 GROUP-VOID-NET     PIC S9(11)V99 COMP-3 VALUE ZERO.
001560
001570 77 HISTORY-READ-COUNT PIC 9(07) COMP     VALUE ZERO.
001580 77 CHECK-GROUP-COUNT  PIC 9(07) COMP     VALUE ZERO.
001590 77 REGISTER-READ-COUNT PIC 9(07) COMP    VALUE ZERO.
001600 77 BUDGET-READ-COUNT  PIC 9(07) COMP     VALUE ZERO.
001610 77 RUN-READ-COUNT     PIC 9(07) COMP     VALUE ZERO.
001620 77 STALE-VOID-COUNT   PIC 9(07) COMP     VALUE ZERO.
001630 77 ARCHIVED-COUNT     PIC 9(07) COMP     VALUE ZERO.
001640 77 ARCHIVED-BUDGET-COUNT PIC 9(07) COMP  VALUE ZERO.
001650 77 OPEN-RUN-COUNT     PIC 9(07) COMP     VALUE ZERO.
001660 77 SECTION-DISCREP-COUNT PIC 9(07) COMP  VALUE ZERO.
001670 77 TOTAL-DISCREP-COUNT PIC 9(07) COMP    VALUE ZERO.
001680 01 EDIT-HISTORY-READ-COUNT  PIC Z,ZZZ,ZZ9.
001690 01 EDIT-REGISTER-READ-COUNT PIC Z,ZZZ,ZZ9.
001700 01 EDIT-BUDGET-READ-COUNT   PIC Z,ZZZ,ZZ9.
001710 01 EDIT-RUN-READ-COUNT      PIC Z,ZZZ,ZZ9.
001720 01 EDIT-TOTAL-DISCREP-COUNT PIC Z,ZZZ,ZZ9.
001730 01 INTEG-RESULT       PIC X(60)          VALUE SPACES.
001740
001750*----------------------------------------------------------------
001760*  ONE DISCREPANCY AS 2900-PRINT-DISCREPANCY PRINTS IT - THE
001770*  KEY, THE MASTER FILE'S FIGURE, THE HISTORY FIGURE AND WHY
001780*----------------------------------------------------------------
001790 01 DISCREP-KEY        PIC X(20)          VALUE SPACES.
001800 01 DISCREP-EXPECTED   PIC S9(11)V99 COMP-3 VALUE ZERO.
001810 01 DISCREP-ACTUAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
001820 01 DISCREP-NOTE       PIC X(40)          VALUE SPACES.
001830 01 CHECK-KEY-VIEW.
001840     05 FILLER         PIC X(06)          VALUE 'CHECK '.
001850     05 CHECK-KEY-NUMBER PIC 9(06).
001860 01 BUDGET-KEY-VIEW.
001870     05 BUDGET-KEY-ACCOUNT PIC X(10).
001880     05 FILLER         PIC X(01)          VALUE SPACE.
001890     05 BUDGET-KEY-PERIOD PIC 9999/99.
001900 01 RUN-KEY-VIEW.
001910     05 FILLER         PIC X(04)          VALUE 'RUN '.
001920     05 RUN-KEY-ID     PIC X(10).
001930 01 ACCOUNT-NOTE-VIEW.
001940     05 FILLER         PIC X(09)          VALUE 'REG ACCT '.
001950     05 ACCOUNT-NOTE-REGISTER PIC X(10).
001960     05 FILLER         PIC X(11)          VALUE ' HIST ACCT '.
001970     05 ACCOUNT-NOTE-HISTORY PIC X(10).
001980
001990 PROCEDURE DIVISION.
002000 BEGIN.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002020     PERFORM 2000-CHECK-HISTORY-GROUP THRU 2000-EXIT
002030         UNTIL END-OF-PAY-HIST
002040     PERFORM 2150-END-HISTORY-SECTION THRU 2150-EXIT
002050     PERFORM 2200-START-REGISTER-SECTION THRU 2200-EXIT
002060     PERFORM 2300-CHECK-REGISTER-ENTRY THRU 2300-EXIT
002070         UNTIL END-OF-REGISTER
002080     PERFORM 2350-END-REGISTER-SECTION THRU 2350-EXIT
002090     PERFORM 2400-START-BUDGET-SECTION THRU 2400-EXIT
002100     PERFORM 2500-CHECK-BUDGET THRU 2500-EXIT
002110         UNTIL END-OF-BUDGETS
002120     PERFORM 2550-END-BUDGET-SECTION THRU 2550-EXIT
002130     PERFORM 2600-START-RUN-SECTION THRU 2600-EXIT
002140     PERFORM 2700-CHECK-RUN THRU 2700-EXIT
002150         UNTIL END-OF-RUNS
002160     PERFORM 2750-END-RUN-SECTION THRU 2750-EXIT
002170     PERFORM 3000-TERMINATE THRU 3000-EXIT
002180     GOBACK
002190     .
002200
002210*----------------------------------------------------------------
002220*  1000-INITIALIZE - PICK UP THE STALE-DATE DAYS AND THE ARCHIVE
002230*  CUTOFF, OPEN THE FILES, PRINT THE HEADINGS AND PRIME THE
002240*  HISTORY READ FOR THE FIRST SECTION
002250*----------------------------------------------------------------
002260 1000-INITIALIZE.
002270     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
002280     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
002290     COMPUTE STALE-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
002300         (FUNCTION INTEGER-OF-DATE(RUN-DATE-YMD) - STALE-DAYS)
002310     OPEN INPUT PAY-HIST
002320     OPEN INPUT CHECK-REG
002330     OPEN INPUT BUDG-MAST
002340     OPEN INPUT RUN-CTL
002350     OPEN OUTPUT INTEG-RPT
002360     MOVE SPACES TO INTEG-HEADING-LINE
002370     MOVE 'LIISTING9-28 - END-OF-DAY FILE INTEGRITY FOR'
002380         TO INTEG-HEADING-TEXT
002390     MOVE RUN-DATE-YMD TO INTEG-HEADING-DATE
002400     WRITE INTEG-HEADING-LINE
002410     MOVE SPACES TO INTEG-BLANK-LINE
002420     WRITE INTEG-BLANK-LINE
002430     MOVE SPACES TO INTEG-SECTION-LINE
002440     MOVE 'PAYHIST CHECK AND VOID HISTORY AGAINST CHECKREG'
002450         TO INTEG-SECTION-LINE
002460     PERFORM 2800-PRINT-SECTION-HEADING THRU 2800-EXIT
002470     PERFORM 1200-READ-HISTORY THRU 1200-EXIT
002480     .
002490 1000-EXIT.
002500     EXIT.
002510
002520 1100-READ-CONTROL-CARDS.
002530     OPEN INPUT STALE-CTL
002540     READ STALE-CTL
002550         AT END
002560             CONTINUE
002570         NOT AT END
002580             IF STALE-CTL-DAYS NUMERIC
002590                 MOVE STALE-CTL-DAYS TO STALE-DAYS
002600             ELSE
002610                 DISPLAY 'INVALID STALECTL DAYS: ' STALE-CTL-DAYS
002620             END-IF
002630     END-READ
002640     CLOSE STALE-CTL
002650     OPEN INPUT ARCH-CTL
002660     READ ARCH-CTL
002670         AT END
002680             CONTINUE
002690         NOT AT END
002700             IF ARCH-CTL-CUTOFF-DATE NUMERIC
002710                 MOVE ARCH-CTL-CUTOFF-DATE TO ARCHIVE-CUTOFF-DATE
002720             ELSE
002730                 DISPLAY 'INVALID ARCHCTL CUTOFF: '
002740                     ARCH-CTL-CUTOFF-DATE
002750             END-IF
002760     END-READ
002770     CLOSE ARCH-CTL
002780     .
002790 1100-EXIT.
002800     EXIT.
002810
002820 1200-READ-HISTORY.
002830     READ PAY-HIST NEXT
002840         AT END SET END-OF-PAY-HIST TO TRUE
002850         NOT AT END ADD 1 TO HISTORY-READ-COUNT
002860     END-READ
002870     .
002880 1200-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------------
002920*  1300-PRICE-HISTORY-RECORD - THE RECORD'S BASE-USD AMOUNT AND
002930*  ITS AMOUNT NET OF BACKUP WITHHOLDING.  HISTORY WRITTEN BEFORE
002940*  THE BASE AND WITHHELD AMOUNTS WERE CARRIED HAS SPACES THERE
002950*  AND WAS POSTED AT HIST-AMOUNT WITH NOTHING WITHHELD.
002960*----------------------------------------------------------------
002970 1300-PRICE-HISTORY-RECORD.
002980     IF HIST-BASE-AMOUNT NUMERIC
002990         MOVE HIST-BASE-AMOUNT TO RECORD-BASE
003000     ELSE
003010         MOVE HIST-AMOUNT TO RECORD-BASE
003020     END-IF
003030     MOVE RECORD-BASE TO RECORD-NET
003040     IF HIST-WITHHELD-AMOUNT NUMERIC
003050         SUBTRACT HIST-WITHHELD-AMOUNT FROM RECORD-NET
003060     END-IF
003070     .
003080 1300-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------------
003120*  2000-CHECK-HISTORY-GROUP - PAYHIST IS KEYED CHECK NUMBER
003130*  FIRST, SO ONE CHECK'S HISTORY RECORDS ARRIVE TOGETHER.  ROLL
003140*  THEM UP, THEN MATCH THE CHECK TO ITS REGISTER ENTRY.  ACH,
003150*  GL-ONLY AND RETURNED-ACH HISTORY HAS NO REGISTER ENTRY AND
003160*  IS PASSED OVER.
003170*----------------------------------------------------------------
003180 2000-CHECK-HISTORY-GROUP.
003190     MOVE HIST-CHECK-NUMBER TO GROUP-CHECK-NUMBER
003200     MOVE ZERO TO GROUP-CUT-COUNT
003210     MOVE ZERO TO GROUP-CUT-NET
003220     MOVE SPACES TO GROUP-CUT-ACCOUNT
003230     MOVE ZERO TO GROUP-VOID-COUNT
003240     MOVE ZERO TO GROUP-VOID-NET
003250     PERFORM 2010-ACCUMULATE-HISTORY THRU 2010-EXIT
003260         UNTIL END-OF-PAY-HIST
003270            OR HIST-CHECK-NUMBER NOT = GROUP-CHECK-NUMBER
003280     IF GROUP-CUT-COUNT > ZERO OR GROUP-VOID-COUNT > ZERO
003290         ADD 1 TO CHECK-GROUP-COUNT
003300         MOVE GROUP-CHECK-NUMBER TO CHECK-KEY-NUMBER
003310         MOVE CHECK-KEY-VIEW TO DISCREP-KEY
003320         PERFORM 2050-MATCH-REGISTER THRU 2050-EXIT
003330     END-IF
003340     .
003350 2000-EXIT.
003360     EXIT.
003370
003380 2010-ACCUMULATE-HISTORY.
003390     EVALUATE TRUE
003400         WHEN HIST-CHECK-CUT
003410             PERFORM 1300-PRICE-HISTORY-RECORD THRU 1300-EXIT
003420             ADD 1 TO GROUP-CUT-COUNT
003430             ADD RECORD-NET TO GROUP-CUT-NET
003440             IF GROUP-CUT-COUNT = 1
003450                 MOVE HIST-ACCOUNT-CODE TO GROUP-CUT-ACCOUNT
003460             END-IF
003470         WHEN HIST-VOIDED
003480             PERFORM 1300-PRICE-HISTORY-RECORD THRU 1300-EXIT
003490             ADD 1 TO GROUP-VOID-COUNT
003500             ADD RECORD-NET TO GROUP-VOID-NET
003510         WHEN OTHER
003520             CONTINUE
003530     END-EVALUATE
003540     PERFORM 1200-READ-HISTORY THRU 1200-EXIT
003550     .
003560 2010-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------------
003600*  2050-MATCH-REGISTER - THE CHECK LINES MUST ADD UP TO THE
003610*  REGISTER AMOUNT, AND A SINGLE-LINE CHECK MUST BE ON THE
003620*  REGISTER'S ACCOUNT (THE LINES OF A SPLIT PAYMENT CARRY THEIR
003630*  OWN ACCOUNTS).  'V' HISTORY MUST BELONG TO A VOIDED ENTRY AND
003640*  BACK OUT EXACTLY THE REGISTER AMOUNT; A VOIDED ENTRY WITH NO
003650*  'V' HISTORY IS ONLY RIGHT WHEN LIISTING9-11 STALE-DATED IT.
003660*----------------------------------------------------------------
003670 2050-MATCH-REGISTER.
003680     MOVE GROUP-CHECK-NUMBER TO CHECK-REG-NUMBER
003690     READ CHECK-REG
003700         INVALID KEY
003710             MOVE ZERO TO DISCREP-EXPECTED
003720             COMPUTE DISCREP-ACTUAL =
003721                 GROUP-CUT-NET + GROUP-VOID-NET
003730             MOVE 'HISTORY CHECK NOT ON CHECKREG' TO DISCREP-NOTE
003740             PERFORM 2900-PRINT-DISCREPANCY THRU 2900-EXIT
003750         NOT INVALID KEY
003760             PERFORM 2060-COMPARE-CHECK THRU 2060-EXIT
003770             PERFORM 2070-COMPARE-VOID THRU 2070-EXIT
003780     END-READ
003790     .
003800 2050-EXIT.
003810     EXIT.
003820
003830 2060-COMPARE-CHECK.
003840     IF GROUP-CUT-COUNT > ZERO
003850         IF GROUP-CUT-NET NOT = CHECK-REG-AMOUNT
003860             MOVE CHECK-REG-AMOUNT TO DISCREP-EXPECTED
003870             MOVE GROUP-CUT-NET TO DISCREP-ACTUAL
003880             MOVE 'CHECK AMOUNT DIFFERS FROM CHECKREG'
003890                 TO DISCREP-NOTE
003900             PERFORM 2900-PRINT-DISCREPANCY THRU 2900-EXIT
003910         END-IF
003920         IF GROUP-CUT-COUNT = 1
003930                 AND GROUP-CUT-ACCOUNT
003931                     NOT = CHECK-REG-ACCOUNT-CODE
003940             MOVE CHECK-REG-AMOUNT TO DISCREP-EXPECTED
003950             MOVE GROUP-CUT-NET TO DISCREP-ACTUAL
003960             MOVE CHECK-REG-ACCOUNT-CODE TO ACCOUNT-NOTE-REGISTER
003970             MOVE GROUP-CUT-ACCOUNT TO ACCOUNT-NOTE-HISTORY
003980             MOVE ACCOUNT-NOTE-VIEW TO DISCREP-NOTE
003990             PERFORM 2900-PRINT-DISCREPANCY THRU 2900-EXIT
004000         END-IF
004010     END-IF
004020     .
004030 2060-EXIT.
004040     EXIT.
004050
004060 2070-COMPARE-VOID.
004070     COMPUTE DISCREP-EXPECTED = ZERO - CHECK-REG-AMOUNT
004080     MOVE GROUP-VOID-NET TO DISCREP-ACTUAL
004090     EVALUATE TRUE
004100         WHEN GROUP-VOID-COUNT > ZERO AND NOT CHECK-REG-VOIDED
004110             MOVE 'VOID HISTORY BUT CHECKREG NOT VOIDED'
004120                 TO DISCREP-NOTE
004130             PERFORM 2900-PRINT-DISCREPANCY THRU 2900-EXIT
004140         WHEN GROUP-VOID-COUNT > ZERO
004150                 AND GROUP-VOID-NET NOT = DISCREP-EXPECTED
004160             MOVE 'VOID BACK-OUT DIFFERS FROM CHECKREG'
004170                 TO DISCREP-NOTE
004180             PERFORM 2900-PRINT-DISCREPANCY THRU 2900-EXIT
004190         WHEN GROUP-VOID-COUNT = ZERO AND CHECK-REG-VOIDED
004200             IF CHECK-REG-DATE < STALE-CUTOFF-DATE
004210                 ADD 1 TO STALE-VOID-COUNT
004220             ELSE
004230                 MOVE 'CHECKREG VOID HAS NO V BACK-OUT'
004240                     TO DISCREP-NOTE
004250                 PERFORM 2900-PRINT-DISCREPANCY THRU 2900-EXIT
004260             END-IF
004270         WHEN OTHER
004280             CONTINUE
004290     END-EVALUATE
004300     .
004310 2070-EXIT.
004320     EXIT.
004330
004340 2150-END-HISTORY-SECTION.
004350     MOVE SPACES TO INTEG-TOTAL-LINE
004360     MOVE 'HISTORY RECORDS READ' TO INTEG-TOTAL-LABEL
004370     MOVE HISTORY-READ-COUNT TO INTEG-TOTAL-COUNT
004380     PERFORM 2850-WRITE-TOTAL-LINE THRU 2850-EXIT
004390     MOVE 'CHECKS MATCHED TO CHECKREG' TO INTEG-TOTAL-LABEL
004400     MOVE CHECK-GROUP-COUNT TO INTEG-TOTAL-COUNT
004410     PERFORM 2850-WRITE-TOTAL-LINE THRU 2850-EXIT
004420     MOVE 'STALE-DATED VOIDS' TO INTEG-TOTAL-LABEL
004430     MOVE STALE-VOID-COUNT TO INTEG-TOTAL-COUNT
004440     PERFORM 2850-WRITE-TOTAL-LINE THRU 2850-EXIT
004450     PERFORM 2870-END-SECTION THRU 2870-EXIT
004460     .
004470 2150-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------------
004510*  2200-START-REGISTER-SECTION - POSITION ON THE FIRST REGISTER
004520*  ENTRY.  THE RANDOM READS OF THE HISTORY SECTION LEFT THE FILE
004530*  WHEREVER THE LAST CHECK WAS.
004540*----------------------------------------------------------------
004550 2200-START-REGISTER-SECTION.
004560     MOVE SPACES TO INTEG-SECTION-LINE
004570     MOVE 'CHECKREG ENTRIES AGAINST PAYHIST' TO INTEG-SECTION-LINE
004580     PERFORM 2800-PRINT-SECTION-HEADING THRU 2800-EXIT
004590     MOVE ZERO TO CHECK-REG-NUMBER
004600     START CHECK-REG KEY IS NOT < CHECK-REG-NUMBER
004610         INVALID KEY
004620             SET END-OF-REGISTER TO TRUE
004630     END-START
004640     IF NOT END-OF-REGISTER
004650         PERFORM 2210-READ-REGISTER THRU 2210-EXIT
004660     END-IF
004670     .
004680 2200-EXIT.
004690     EXIT.
004700
004710 2210-READ-REGISTER.
004720     READ CHECK-REG NEXT
004730         AT END SET END-OF-REGISTER TO TRUE
004740         NOT AT END ADD 1 TO REGISTER-READ-COUNT
004750     END-READ
004760     .
004770 2210-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------
004810*  2300-CHECK-REGISTER-ENTRY - EVERY CHECK ON THE REGISTER MUST
004820*  HAVE AT LEAST ONE HISTORY RECORD UNDER ITS NUMBER, UNLESS IT
004830*  PREDATES THE ARCHCTL CUTOFF AND LIISTING9-12 HAS MOVED ITS
004840*  HISTORY TO HISTARCH.
004850*----------------------------------------------------------------
004860 2300-CHECK-REGISTER-ENTRY.
004870     MOVE 'N' TO HIST-FOUND-SWITCH
004880     MOVE CHECK-REG-NUMBER TO HIST-CHECK-NUMBER
004890     MOVE LOW-VALUES TO HIST-ACCOUNT-DATE-KEY
004900     START PAY-HIST KEY NOT LESS THAN HIST-KEY
004910         INVALID KEY
004920             CONTINUE
004930         NOT INVALID KEY
004940             READ PAY-HIST NEXT
004950                 AT END
004960                     CONTINUE
004970                 NOT AT END
004980                     IF HIST-CHECK-NUMBER = CHECK-REG-NUMBER
004990                         SET HISTORY-FOUND TO TRUE
005000                     END-IF
005010             END-READ
005020     END-START
005030     IF NOT HISTORY-FOUND
005040         IF CHECK-REG-DATE < ARCHIVE-CUTOFF-DATE
005050             ADD 1 TO ARCHIVED-COUNT
005060         ELSE
005070             MOVE CHECK-REG-NUMBER TO CHECK-KEY-NUMBER
005080             MOVE CHECK-KEY-VIEW TO DISCREP-KEY
005090             MOVE CHECK-REG-AMOUNT TO DISCREP-EXPECTED
005100             MOVE ZERO TO DISCREP-ACTUAL
005110             MOVE 'CHECKREG CHECK HAS NO HISTORY' TO DISCREP-NOTE
005120             PERFORM 2900-PRINT-DISCREPANCY THRU 2900-EXIT
005130         END-IF
005140     END-IF
005150     PERFORM 2210-READ-REGISTER THRU 2210-EXIT
005160     .
005170 2300-EXIT.
005180     EXIT.
005190
005200 2350-END-REGISTER-SECTION.
005210     MOVE SPACES TO INTEG-TOTAL-LINE
005220     MOVE 'REGISTER ENTRIES READ' TO INTEG-TOTAL-LABEL
005230     MOVE REGISTER-READ-COUNT TO INTEG-TOTAL-COUNT
005240     PERFORM 2850-WRITE-TOTAL-LINE THRU 2850-EXIT
005250     MOVE 'HISTORY ARCHIVED' TO INTEG-TOTAL-LABEL
005260     MOVE ARCHIVED-COUNT TO INTEG-TOTAL-COUNT
005270     PERFORM 2850-WRITE-TOTAL-LINE THRU 2850-EXIT
005280     PERFORM 2870-END-SECTION THRU 2870-EXIT
005290     .
005300 2350-EXIT.
005310     EXIT.
005320
005330 2400-START-BUDGET-SECTION.
005340     MOVE SPACES TO INTEG-SECTION-LINE
005350     MOVE 'BUDGMAST SPENT AMOUNTS AGAINST PAYHIST POSTINGS'
005360         TO INTEG-SECTION-LINE
005370     PERFORM 2800-PRINT-SECTION-HEADING THRU 2800-EXIT
005380     PERFORM 2410-READ-BUDGET THRU 2410-EXIT
005390     .
005400 2400-EXIT.
005410     EXIT.
005420
005430 2410-READ-BUDGET.
005440     READ BUDG-MAST NEXT
005450         AT END SET END-OF-BUDGETS TO TRUE
005460         NOT AT END ADD 1 TO BUDGET-READ-COUNT
005470     END-READ
005480     .
005490 2410-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------------
005530*  2500-CHECK-BUDGET - ADD UP THE BASE-USD HISTORY POSTED TO THE
005540*  BUDGET'S ACCOUNT IN ITS MONTH, THROUGH THE ACCOUNT-PLUS-DATE
005550*  ALTERNATE KEY, AND COMPARE IT WITH THE SPENT AMOUNT.  CHECKS,
005560*  ACH PAYMENTS, GL-ONLY POSTINGS AND VOID BACK-OUTS ALL COUNT,
005561*  GROSS OF WITHHOLDING, AS LIISTING9-1 POSTS THEM.  A RETURNED
005562*  ACH PAYMENT IS LEFT OUT: LIISTING9-18 TAKES ITS SPEND BACK
005563*  OUT OF THE SAME MONTH AND REFUSES A RETURN INTO A MONTH
005564*  ALREADY HARD-CLOSED, SO THE PAYMENT AND ITS RETURN NET TO
005565*  NOTHING IN THE MONTH OF ITS TRANSACTION DATE.  A MONTH
005590*  STARTING BEFORE THE ARCHCTL CUTOFF IS NOT WHOLLY ON THE LIVE
005600*  FILE AND IS NOT CHECKED.
005610*----------------------------------------------------------------
005620 2500-CHECK-BUDGET.
005630     COMPUTE BUDGET-SCAN-START = BUDG-PERIOD * 100 + 1
005640     COMPUTE BUDGET-SCAN-END = BUDG-PERIOD * 100 + 31
005650     IF BUDGET-SCAN-START < ARCHIVE-CUTOFF-DATE
005660         ADD 1 TO ARCHIVED-BUDGET-COUNT
005670     ELSE
005680         MOVE ZERO TO BUDGET-HISTORY-SPENT
005690         MOVE 'N' TO SCAN-EOF-SWITCH
005700         MOVE BUDG-ACCOUNT-CODE TO HIST-ACCOUNT-CODE
005710         MOVE BUDGET-SCAN-START TO HIST-TRANSACTION-DATE
005720         START PAY-HIST KEY NOT LESS THAN HIST-ACCOUNT-DATE-KEY
005730             INVALID KEY
005740                 SET END-OF-ACCOUNT-SCAN TO TRUE
005750         END-START
005760         PERFORM 2510-ADD-ACCOUNT-HISTORY THRU 2510-EXIT
005770             UNTIL END-OF-ACCOUNT-SCAN
005780         IF BUDGET-HISTORY-SPENT NOT = BUDG-SPENT-AMOUNT
005790             MOVE BUDG-ACCOUNT-CODE TO BUDGET-KEY-ACCOUNT
005800             MOVE BUDG-PERIOD TO BUDGET-KEY-PERIOD
005810             MOVE BUDGET-KEY-VIEW TO DISCREP-KEY
005820             MOVE BUDG-SPENT-AMOUNT TO DISCREP-EXPECTED
005830             MOVE BUDGET-HISTORY-SPENT TO DISCREP-ACTUAL
005840             MOVE 'BUDGET SPENT DIFFERS FROM HISTORY'
005850                 TO DISCREP-NOTE
005860             PERFORM 2900-PRINT-DISCREPANCY THRU 2900-EXIT
005870         END-IF
005880     END-IF
005890     PERFORM 2410-READ-BUDGET THRU 2410-EXIT
005900     .
005910 2500-EXIT.
005920     EXIT.
005930
005940 2510-ADD-ACCOUNT-HISTORY.
005950     READ PAY-HIST NEXT
005960         AT END
005970             SET END-OF-ACCOUNT-SCAN TO TRUE
005980         NOT AT END
005990             IF HIST-ACCOUNT-CODE NOT = BUDG-ACCOUNT-CODE
006000                     OR HIST-TRANSACTION-DATE > BUDGET-SCAN-END
006010                 SET END-OF-ACCOUNT-SCAN TO TRUE
006020             ELSE
006030                 IF NOT HIST-ACH-RETURNED
006040                     PERFORM 1300-PRICE-HISTORY-RECORD
006050                         THRU 1300-EXIT
006060                     ADD RECORD-BASE TO BUDGET-HISTORY-SPENT
006070                 END-IF
006080             END-IF
006090     END-READ
006100     .
006110 2510-EXIT.
006120     EXIT.
006130
006140 2550-END-BUDGET-SECTION.
006150     MOVE SPACES TO INTEG-TOTAL-LINE
006160     MOVE 'BUDGET RECORDS READ' TO INTEG-TOTAL-LABEL
006170     MOVE BUDGET-READ-COUNT TO INTEG-TOTAL-COUNT
006180     PERFORM 2850-WRITE-TOTAL-LINE THRU 2850-EXIT
006190     MOVE 'MONTHS ARCHIVED - NOT CHECKED' TO INTEG-TOTAL-LABEL
006200     MOVE ARCHIVED-BUDGET-COUNT TO INTEG-TOTAL-COUNT
006210     PERFORM 2850-WRITE-TOTAL-LINE THRU 2850-EXIT
006220     PERFORM 2870-END-SECTION THRU 2870-EXIT
006230     .
006240 2550-EXIT.
006250     EXIT.
006260
006270 2600-START-RUN-SECTION.
006280     MOVE SPACES TO INTEG-SECTION-LINE
006290     MOVE 'RUNCTL COMPLETE RUNS AGAINST LIISTING9-7 AND 9-5'
006300         TO INTEG-SECTION-LINE
006310     PERFORM 2800-PRINT-SECTION-HEADING THRU 2800-EXIT
006320     PERFORM 2610-READ-RUN THRU 2610-EXIT
006330     .
006340 2600-EXIT.
006350     EXIT.
006360
006370 2610-READ-RUN.
006380     READ RUN-CTL NEXT
006390         AT END SET END-OF-RUNS TO TRUE
006400         NOT AT END ADD 1 TO RUN-READ-COUNT
006410     END-READ
006420     .
006430 2610-EXIT.
006440     EXIT.
006450
006460*----------------------------------------------------------------
006470*  2700-CHECK-RUN - A RUN LIISTING9-1 MARKED COMPLETE MUST HAVE
006480*  BEEN CONSUMED BY THE LIISTING9-7 SUMMARIZATION AND BY THE
006490*  LIISTING9-5 POSITIVE-PAY TRANSMISSION; EACH ONE MISSING IS A
006500*  SEPARATE LINE.  A RUN STILL OPEN IS COUNTED, NOT REPORTED.
006510*----------------------------------------------------------------
006520 2700-CHECK-RUN.
006530     IF RUN-COMPLETE
006540         MOVE RUN-ID TO RUN-KEY-ID
006550         MOVE RUN-KEY-VIEW TO DISCREP-KEY
006560         MOVE 'N' TO AMOUNTS-SWITCH
006570         IF NOT RUN-SUM-CONSUMED
006580             MOVE 'COMPLETE RUN NOT CONSUMED BY 9-7'
006590                 TO DISCREP-NOTE
006600             PERFORM 2900-PRINT-DISCREPANCY THRU 2900-EXIT
006610         END-IF
006620         IF NOT RUN-POSPAY-CONSUMED
006630             MOVE 'COMPLETE RUN NOT CONSUMED BY 9-5'
006640                 TO DISCREP-NOTE
006650             PERFORM 2900-PRINT-DISCREPANCY THRU 2900-EXIT
006660         END-IF
006670         MOVE 'Y' TO AMOUNTS-SWITCH
006680     ELSE
006690         ADD 1 TO OPEN-RUN-COUNT
006700     END-IF
006710     PERFORM 2610-READ-RUN THRU 2610-EXIT
006720     .
006730 2700-EXIT.
006740     EXIT.
006750
006760 2750-END-RUN-SECTION.
006770     MOVE SPACES TO INTEG-TOTAL-LINE
006780     MOVE 'RUNS READ' TO INTEG-TOTAL-LABEL
006790     MOVE RUN-READ-COUNT TO INTEG-TOTAL-COUNT
006800     PERFORM 2850-WRITE-TOTAL-LINE THRU 2850-EXIT
006810     MOVE 'RUNS NOT YET COMPLETE' TO INTEG-TOTAL-LABEL
006820     MOVE OPEN-RUN-COUNT TO INTEG-TOTAL-COUNT
006830     PERFORM 2850-WRITE-TOTAL-LINE THRU 2850-EXIT
006840     PERFORM 2870-END-SECTION THRU 2870-EXIT
006850     .
006860 2750-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------------
006900*  2800-PRINT-SECTION-HEADING - THE SECTION TITLE (ALREADY IN
006910*  INTEG-SECTION-LINE) AND ITS COLUMN HEADINGS
006920*----------------------------------------------------------------
006930 2800-PRINT-SECTION-HEADING.
006940     WRITE INTEG-SECTION-LINE
006950     MOVE SPACES TO INTEG-COLUMN-LINE
006960     MOVE 'KEY                          MASTER FILE             H
006970-        'ISTORY  DISCREPANCY' TO INTEG-COLUMN-LINE
006980     WRITE INTEG-COLUMN-LINE
006990     MOVE ZERO TO SECTION-DISCREP-COUNT
007000     .
007010 2800-EXIT.
007020     EXIT.
007030
007040 2850-WRITE-TOTAL-LINE.
007050     WRITE INTEG-TOTAL-LINE
007060     MOVE SPACES TO INTEG-TOTAL-LINE
007070     .
007080 2850-EXIT.
007090     EXIT.
007100
007110 2870-END-SECTION.
007120     MOVE 'DISCREPANCIES' TO INTEG-TOTAL-LABEL
007130     MOVE SECTION-DISCREP-COUNT TO INTEG-TOTAL-COUNT
007140     PERFORM 2850-WRITE-TOTAL-LINE THRU 2850-EXIT
007150     MOVE SPACES TO INTEG-BLANK-LINE
007160     WRITE INTEG-BLANK-LINE
007170     .
007180 2870-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------------
007220*  2900-PRINT-DISCREPANCY - ONE REPORT LINE FROM THE DISCREP-
007230*  FIELDS, COUNTED FOR THE SECTION AND THE JOB
007240*----------------------------------------------------------------
007250 2900-PRINT-DISCREPANCY.
007260     MOVE SPACES TO INTEG-DETAIL-LINE
007270     MOVE DISCREP-KEY TO INTEG-KEY-OUT
007280     IF AMOUNTS-SHOWN
007290         MOVE DISCREP-EXPECTED TO INTEG-EXPECTED-OUT
007300         MOVE DISCREP-ACTUAL TO INTEG-ACTUAL-OUT
007310     END-IF
007320     MOVE DISCREP-NOTE TO INTEG-NOTE-OUT
007330     WRITE INTEG-DETAIL-LINE
007340     ADD 1 TO SECTION-DISCREP-COUNT
007350     ADD 1 TO TOTAL-DISCREP-COUNT
007360     DISPLAY "INTEGRITY - " DISCREP-KEY " " DISCREP-NOTE
007370     .
007380 2900-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------------
007420*  3000-TERMINATE - THE RESULT LINE, CLOSE AND TOTALS.  ANY
007430*  DISCREPANCY ENDS WITH RETURN CODE 8 SO THE SCHEDULER HOLDS
007440*  THE NEXT DAY'S CYCLE UNTIL OPERATIONS CLEARS IT.
007450*----------------------------------------------------------------
007460 3000-TERMINATE.
007470     MOVE SPACES TO INTEG-TOTAL-LINE
007480     MOVE 'TOTAL DISCREPANCIES' TO INTEG-TOTAL-LABEL
007490     MOVE TOTAL-DISCREP-COUNT TO INTEG-TOTAL-COUNT
007500     PERFORM 2850-WRITE-TOTAL-LINE THRU 2850-EXIT
007510     IF TOTAL-DISCREP-COUNT > ZERO
007520         MOVE 'FILES OUT OF AGREEMENT - NEXT CYCLE HELD'
007530             TO INTEG-RESULT
007540         MOVE 8 TO RETURN-CODE
007550     ELSE
007560         MOVE 'FILES IN AGREEMENT' TO INTEG-RESULT
007570     END-IF
007580     MOVE SPACES TO INTEG-BLANK-LINE
007590     WRITE INTEG-BLANK-LINE
007600     MOVE SPACES TO INTEG-RESULT-LINE
007610     MOVE INTEG-RESULT TO INTEG-RESULT-LINE
007620     WRITE INTEG-RESULT-LINE
007630     CLOSE PAY-HIST
007640     CLOSE CHECK-REG
007650     CLOSE BUDG-MAST
007660     CLOSE RUN-CTL
007670     CLOSE INTEG-RPT
007680     MOVE HISTORY-READ-COUNT TO EDIT-HISTORY-READ-COUNT
007690     MOVE REGISTER-READ-COUNT TO EDIT-REGISTER-READ-COUNT
007700     MOVE BUDGET-READ-COUNT TO EDIT-BUDGET-READ-COUNT
007710     MOVE RUN-READ-COUNT TO EDIT-RUN-READ-COUNT
007720     MOVE TOTAL-DISCREP-COUNT TO EDIT-TOTAL-DISCREP-COUNT
007730     DISPLAY "----------------------------------------"
007740     DISPLAY "HISTORY RECORDS READ . . " EDIT-HISTORY-READ-COUNT
007750     DISPLAY "REGISTER ENTRIES READ  . " EDIT-REGISTER-READ-COUNT
007760     DISPLAY "BUDGET RECORDS READ  . . " EDIT-BUDGET-READ-COUNT
007770     DISPLAY "RUNS READ  . . . . . . . " EDIT-RUN-READ-COUNT
007780     DISPLAY "DISCREPANCIES  . . . . . " EDIT-TOTAL-DISCREP-COUNT
007790     IF TOTAL-DISCREP-COUNT > ZERO
007800         DISPLAY "*** " INTEG-RESULT
007810     ELSE
007820         DISPLAY INTEG-RESULT
007830     END-IF
007840     .
007850 3000-EXIT.
007860     EXIT.
