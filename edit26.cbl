000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LIISTING9-26.
000030 AUTHOR. 62160246.
000040 INSTALLATION. DAILY-BATCH-CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  10/15/2026 TWK  NEW PROGRAM.  GL YEAR-END CARRY-FORWARD.
000110*                  CARRIES EACH ACCOUNT'S YEAR-END CLOSING
000120*                  BALANCE ON GLBALMST (THE CLOSING OF ITS
000130*                  LAST PERIOD IN THE YEAR) INTO THE NEXT
000140*                  YEAR'S OPENING BALANCES - INTO EVERY NEXT-
000150*                  YEAR PERIOD ALREADY ON FILE, AND INTO A NEW
000160*                  JANUARY RECORD WHEN THERE IS NONE.  THE YEAR
000170*                  COMES FROM THE YECTL CARD (DEFAULT LAST
000180*                  YEAR).  THE JOB IS REFUSED WITH RETURN CODE
000190*                  8 UNLESS DECEMBER IS HARD-CLOSED ON PERIODCTL
000200*                  AND EVERY RUNCTL RUN FROM DECEMBER 1 TO THE
000210*                  HARD CLOSE HAS BEEN POSTED BY LIISTING9-24,
000220*                  AND IS LOGGED ON GLPOSTLOG AS BATCH 'YE' +
000230*                  YYYY SO IT IS NEVER APPLIED TWICE.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPTIONAL GLBAL-MAST ASSIGN TO "GLBALMST"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS GLBAL-KEY.
000320     SELECT OPTIONAL GLPOST-LOG ASSIGN TO "GLPOSTLOG"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS GLPOST-BATCH-ID.
000360     SELECT OPTIONAL PERIOD-CTL ASSIGN TO "PERIODCTL"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS PERIOD-YYYYMM.
000400     SELECT OPTIONAL RUN-CTL ASSIGN TO "RUNCTL"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS RUN-ID.
000440     SELECT OPTIONAL YE-CTL ASSIGN TO "YECTL"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT YE-RPT ASSIGN TO "YE-RPT"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  GLBAL-MAST
000520     LABEL RECORDS ARE STANDARD.
000530     COPY GLBALREC.
000540
000550 FD  GLPOST-LOG
000560     LABEL RECORDS ARE STANDARD.
000570     COPY GLPOSTREC.
000580
000590 FD  PERIOD-CTL
000600     LABEL RECORDS ARE STANDARD.
000610     COPY PERIODREC.
000620
000630 FD  RUN-CTL
000640     LABEL RECORDS ARE STANDARD.
000650     COPY RUNCTL.
000660
000670*----------------------------------------------------------------
000680*  YECTL CONTROL CARD - THE YEAR TO CARRY FORWARD (YYYY).  THE
000690*  FILE IS OPTIONAL; WITHOUT IT LAST YEAR IS CARRIED FORWARD.
000700*----------------------------------------------------------------
000710 FD  YE-CTL
000720     LABEL RECORDS ARE STANDARD.
000730 01  YE-CTL-RECORD.
000740     05  YE-CTL-YEAR             PIC X(04).
000750     05  FILLER                  PIC X(76).
000760
000770 FD  YE-RPT
000780     LABEL RECORDS ARE STANDARD.
000790 01  YE-HEADING-LINE.
000800     05  YE-HEADING-TEXT         PIC X(48).
000810     05  YE-HEADING-YEAR         PIC 9(04).
000820     05  FILLER                  PIC X(80).
000830 01  YE-COLUMN-LINE              PIC X(132).
000840 01  YE-DETAIL-LINE.
000850     05  YE-ACCOUNT-OUT          PIC X(10).
000860     05  FILLER                  PIC X(02).
000870     05  YE-PERIOD-OUT           PIC 9999/99.
000880     05  FILLER                  PIC X(02).
000890     05  YE-CARRIED-OUT          PIC $,$$$,$$$,$$9.99CR.
000900     05  FILLER                  PIC X(02).
000910     05  YE-NOTE-OUT             PIC X(40).
000920     05  FILLER                  PIC X(51).
000930 01  YE-RUN-LINE.
000940     05  YE-RUN-ID-OUT           PIC X(10).
000950     05  FILLER                  PIC X(02).
000960     05  YE-RUN-NOTE-OUT         PIC X(40).
000970     05  FILLER                  PIC X(80).
000980 01  YE-TOTAL-LINE.
000990     05  YE-TOTAL-LABEL          PIC X(28).
001000     05  YE-TOTAL-COUNT          PIC ZZ,ZZ9.
001010     05  FILLER                  PIC X(02).
001020     05  YE-TOTAL-AMOUNT         PIC $,$$$,$$$,$$9.99CR.
001030     05  FILLER                  PIC X(78).
001040 01  YE-RESULT-LINE              PIC X(132).
001050 01  YE-BLANK-LINE               PIC X(132).
001060
001070 WORKING-STORAGE SECTION.
001080 77 GLBAL-EOF-SWITCH   PIC X(01)          VALUE 'N'.
001090     88 END-OF-BALANCES                   VALUE 'Y'.
001100 77 RUN-EOF-SWITCH     PIC X(01)          VALUE 'N'.
001110     88 END-OF-RUNS                       VALUE 'Y'.
001120 77 REFUSED-SWITCH     PIC X(01)          VALUE 'N'.
001130     88 CARRY-REFUSED                     VALUE 'Y'.
001140 77 GROUP-OPEN-SWITCH  PIC X(01)          VALUE 'N'.
001150     88 GROUP-OPEN                        VALUE 'Y'.
001160 77 CARRY-FOUND-SWITCH PIC X(01)          VALUE 'N'.
001170     88 CARRY-FOUND                       VALUE 'Y'.
001180 77 JANUARY-SWITCH     PIC X(01)          VALUE 'N'.
001190     88 JANUARY-ON-FILE                   VALUE 'Y'.
001200 77 RUN-DATE-YMD       PIC 9(08)          VALUE ZERO.
001210 77 RUN-TIME-NOW       PIC 9(08)          VALUE ZERO.
001220 77 HARD-CLOSE-DATE    PIC 9(08)          VALUE ZERO.
001230 77 CURRENT-ACCOUNT-CODE PIC X(10)        VALUE SPACES.
001240 77 CARRY-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
001250 77 CARRY-PERIOD       PIC 9(06)          VALUE ZERO.
001260 77 ACCOUNTS-CARRIED   PIC 9(05) COMP     VALUE ZERO.
001270 77 PERIODS-ADJUSTED   PIC 9(05) COMP     VALUE ZERO.
001280 77 JANUARY-ADDED      PIC 9(05) COMP     VALUE ZERO.
001290 77 RUNS-UNPOSTED      PIC 9(05) COMP     VALUE ZERO.
001300 77 DEBIT-CARRIED      PIC S9(11)V99 COMP-3 VALUE ZERO.
001310 77 CREDIT-CARRIED     PIC S9(11)V99 COMP-3 VALUE ZERO.
001320 77 NET-CARRIED        PIC S9(11)V99 COMP-3 VALUE ZERO.
001330 01 HOLD-GLBAL-RECORD  PIC X(100)         VALUE SPACES.
001340 01 YE-RESULT          PIC X(60)          VALUE SPACES.
001350 01 EDIT-ACCOUNTS-CARRIED PIC ZZ,ZZ9.
001360 01 EDIT-PERIODS-ADJUSTED PIC ZZ,ZZ9.
001370 01 EDIT-JANUARY-ADDED    PIC ZZ,ZZ9.
001380
001390 01 CARRY-YEAR         PIC 9(04)          VALUE ZERO.
001400 01 NEXT-YEAR          PIC 9(04)          VALUE ZERO.
001410 01 YE-BATCH-ID.
001420     05 YE-BATCH-PREFIX PIC X(02)         VALUE 'YE'.
001430     05 YE-BATCH-YEAR  PIC 9(04)          VALUE ZERO.
001440     05 FILLER         PIC X(04)          VALUE SPACES.
001450
001460 PROCEDURE DIVISION.
001470 BEGIN.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001490     IF NOT CARRY-REFUSED
001500         PERFORM 1500-CHECK-RUNS-POSTED THRU 1500-EXIT
001510     END-IF
001520     IF NOT CARRY-REFUSED
001530         PERFORM 2000-START-CARRY-LOG THRU 2000-EXIT
001540         PERFORM 2100-CARRY-ONE-BALANCE THRU 2100-EXIT
001550             UNTIL END-OF-BALANCES
001560         IF GROUP-OPEN
001570             PERFORM 2500-FINISH-ACCOUNT THRU 2500-EXIT
001580         END-IF
001590         PERFORM 2700-COMPLETE-CARRY-LOG THRU 2700-EXIT
001600     END-IF
001610     PERFORM 3000-TERMINATE THRU 3000-EXIT
001620     GOBACK
001630     .
001640
001650*----------------------------------------------------------------
001660*  1000-INITIALIZE - PICK UP THE YECTL CARD, OPEN THE FILES,
001670*  PRINT THE HEADINGS AND CHECK THE YEAR CAN BE CARRIED: A BAD
001680*  CARD, A YEAR NOT YET ENDED, A DECEMBER NOT HARD-CLOSED, OR
001690*  A YEAR ALREADY ON THE POSTING LOG REFUSES THE JOB
001700*----------------------------------------------------------------
001710 1000-INITIALIZE.
001720     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001730     MOVE RUN-DATE-YMD (1:4) TO CARRY-YEAR
001740     SUBTRACT 1 FROM CARRY-YEAR
001750     OPEN INPUT YE-CTL
001760     READ YE-CTL
001770         AT END
001780             CONTINUE
001790         NOT AT END
001800             IF YE-CTL-YEAR NOT = SPACES
001810                 IF YE-CTL-YEAR NUMERIC
001820                     MOVE YE-CTL-YEAR TO CARRY-YEAR
001830                 ELSE
001840                     DISPLAY 'INVALID YECTL YEAR: ' YE-CTL-YEAR
001850                     MOVE 'INVALID YEAR ON YECTL CARD'
001860                         TO YE-RESULT
001870                     SET CARRY-REFUSED TO TRUE
001880                 END-IF
001890             END-IF
001900     END-READ
001910     CLOSE YE-CTL
001920     COMPUTE NEXT-YEAR = CARRY-YEAR + 1
001930     MOVE CARRY-YEAR TO YE-BATCH-YEAR
001940     OPEN I-O GLBAL-MAST
001950     OPEN I-O GLPOST-LOG
001960     OPEN INPUT PERIOD-CTL
001970     OPEN INPUT RUN-CTL
001980     OPEN OUTPUT YE-RPT
001990     MOVE SPACES TO YE-HEADING-LINE
002000     MOVE 'LIISTING9-26 - GL YEAR-END CARRY-FORWARD FOR'
002010         TO YE-HEADING-TEXT
002020     MOVE CARRY-YEAR TO YE-HEADING-YEAR
002030     WRITE YE-HEADING-LINE
002040     MOVE SPACES TO YE-BLANK-LINE
002050     WRITE YE-BLANK-LINE
002060     IF NOT CARRY-REFUSED
002070         IF CARRY-YEAR NOT < RUN-DATE-YMD (1:4)
002080             MOVE 'YEAR HAS NOT ENDED - NOT CARRIED FORWARD'
002090                 TO YE-RESULT
002100             SET CARRY-REFUSED TO TRUE
002110         END-IF
002120     END-IF
002130     IF NOT CARRY-REFUSED
002140         COMPUTE PERIOD-YYYYMM = CARRY-YEAR * 100 + 12
002150         READ PERIOD-CTL
002160             INVALID KEY
002170                 MOVE 'O' TO PERIOD-STATUS
002180         END-READ
002190         IF PERIOD-HARD-CLOSED
002200             MOVE PERIOD-HARD-CLOSE-DATE TO HARD-CLOSE-DATE
002210         ELSE
002220             MOVE 'DECEMBER NOT HARD-CLOSED - NOT CARRIED FORWARD'
002230                 TO YE-RESULT
002240             SET CARRY-REFUSED TO TRUE
002250         END-IF
002260     END-IF
002270     IF NOT CARRY-REFUSED
002280         MOVE YE-BATCH-ID TO GLPOST-BATCH-ID
002290         READ GLPOST-LOG
002300             INVALID KEY
002310                 CONTINUE
002320             NOT INVALID KEY
002330                 SET CARRY-REFUSED TO TRUE
002340                 IF GLPOST-COMPLETE
002350                     MOVE 'YEAR ALREADY CARRIED FORWARD'
002360                         TO YE-RESULT
002370                 ELSE
002380                         MOVE 'PARTLY CARRIED - RESTORE GLBALMST'
002390                             TO YE-RESULT
002400                 END-IF
002410         END-READ
002420     END-IF
002430     .
002440 1000-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------------
002480*  1500-CHECK-RUNS-POSTED - A RUN BETWEEN DECEMBER 1 AND THE
002490*  HARD CLOSE CAN STILL CARRY DECEMBER POSTINGS.  EVERY SUCH
002500*  RUN MUST BE ON GLPOSTLOG AS FULLY APPLIED BY LIISTING9-24
002510*  BEFORE DECEMBER'S CLOSING BALANCES ARE FINAL.
002520*----------------------------------------------------------------
002530 1500-CHECK-RUNS-POSTED.
002540     COMPUTE RUN-ID-DATE = CARRY-YEAR * 10000 + 1201
002550     MOVE ZERO TO RUN-ID-SEQ
002560     START RUN-CTL KEY IS NOT < RUN-ID
002570         INVALID KEY
002580             SET END-OF-RUNS TO TRUE
002590     END-START
002600     PERFORM 1510-CHECK-ONE-RUN THRU 1510-EXIT
002610         UNTIL END-OF-RUNS
002620     IF RUNS-UNPOSTED > ZERO
002630         MOVE 'RUNS NOT POSTED TO GL BALANCES - NOT CARRIED'
002640             TO YE-RESULT
002650         SET CARRY-REFUSED TO TRUE
002660         MOVE SPACES TO YE-BLANK-LINE
002670         WRITE YE-BLANK-LINE
002680     END-IF
002690     .
002700 1500-EXIT.
002710     EXIT.
002720
002730 1510-CHECK-ONE-RUN.
002740     READ RUN-CTL NEXT
002750         AT END
002760             SET END-OF-RUNS TO TRUE
002770         NOT AT END
002780             IF RUN-ID-DATE > HARD-CLOSE-DATE
002790                 SET END-OF-RUNS TO TRUE
002800             ELSE
002810                 MOVE RUN-ID TO GLPOST-BATCH-ID
002820                 READ GLPOST-LOG
002830                     INVALID KEY
002840                         MOVE 'S' TO GLPOST-STATUS
002850                 END-READ
002860                 IF NOT GLPOST-COMPLETE
002870                     ADD 1 TO RUNS-UNPOSTED
002880                     MOVE SPACES TO YE-RUN-LINE
002890                     MOVE RUN-ID TO YE-RUN-ID-OUT
002900                     MOVE 'RUN NOT POSTED BY LIISTING9-24'
002910                         TO YE-RUN-NOTE-OUT
002920                     WRITE YE-RUN-LINE
002930                 END-IF
002940             END-IF
002950     END-READ
002960     .
002970 1510-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------------
003010*  2000-START-CARRY-LOG - LOG THE CARRY-FORWARD AS STARTED,
003020*  PRINT THE COLUMN HEADINGS AND POSITION AT THE FIRST BALANCE
003030*----------------------------------------------------------------
003040 2000-START-CARRY-LOG.
003050     MOVE SPACES TO GLPOST-RECORD
003060     MOVE YE-BATCH-ID TO GLPOST-BATCH-ID
003070     MOVE 'Y' TO GLPOST-SOURCE
003080     MOVE 'S' TO GLPOST-STATUS
003090     ACCEPT RUN-TIME-NOW FROM TIME
003100     MOVE RUN-DATE-YMD TO GLPOST-START-DATE
003110     MOVE RUN-TIME-NOW (1:6) TO GLPOST-START-TIME
003120     MOVE ZERO TO GLPOST-END-DATE
003130     MOVE ZERO TO GLPOST-END-TIME
003140     MOVE ZERO TO GLPOST-RECORD-COUNT
003150     MOVE ZERO TO GLPOST-DEBIT-TOTAL
003160     MOVE ZERO TO GLPOST-CREDIT-TOTAL
003170     WRITE GLPOST-RECORD
003180         INVALID KEY
003190             DISPLAY "*** GLPOSTLOG WRITE FAILED FOR "
003200                 YE-BATCH-ID
003210             MOVE 8 TO RETURN-CODE
003220     END-WRITE
003230     MOVE SPACES TO YE-COLUMN-LINE
003240     MOVE 'ACCOUNT     FROM           YEAR-END CLOSING  NOTE'
003250         TO YE-COLUMN-LINE
003260     WRITE YE-COLUMN-LINE
003270     MOVE SPACES TO YE-BLANK-LINE
003280     WRITE YE-BLANK-LINE
003290     MOVE LOW-VALUES TO GLBAL-KEY
003300     START GLBAL-MAST KEY IS NOT < GLBAL-KEY
003310         INVALID KEY
003320             SET END-OF-BALANCES TO TRUE
003330     END-START
003340     .
003350 2000-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------------
003390*  2100-CARRY-ONE-BALANCE - GLBALMST IS IN ACCOUNT/PERIOD
003400*  ORDER, SO AN ACCOUNT'S CARRY YEAR COMES BEFORE ITS NEXT
003410*  YEAR.  THE LAST CARRY-YEAR CLOSING IS HELD, AND EVERY NEXT-
003420*  YEAR PERIOD AFTER IT HAS THE AMOUNT ADDED TO ITS OPENING
003430*  AND CLOSING BALANCES.
003440*----------------------------------------------------------------
003450 2100-CARRY-ONE-BALANCE.
003460     READ GLBAL-MAST NEXT
003470         AT END
003480             SET END-OF-BALANCES TO TRUE
003490         NOT AT END
003500             MOVE GLBAL-RECORD TO HOLD-GLBAL-RECORD
003510             IF GROUP-OPEN
003520                 AND GLBAL-ACCOUNT-CODE NOT = CURRENT-ACCOUNT-CODE
003530                 PERFORM 2500-FINISH-ACCOUNT THRU 2500-EXIT
003540                 MOVE HOLD-GLBAL-RECORD TO GLBAL-RECORD
003550             END-IF
003560             IF NOT GROUP-OPEN
003570                 PERFORM 2200-START-ACCOUNT THRU 2200-EXIT
003580             END-IF
003590             EVALUATE TRUE
003600                 WHEN GLBAL-YEAR = CARRY-YEAR
003610                     SET CARRY-FOUND TO TRUE
003620                     MOVE GLBAL-CLOSING-BALANCE TO CARRY-AMOUNT
003630                     MOVE GLBAL-PERIOD TO CARRY-PERIOD
003640                 WHEN GLBAL-YEAR = NEXT-YEAR AND CARRY-FOUND
003650                     PERFORM 2300-ADJUST-NEXT-YEAR THRU 2300-EXIT
003660                 WHEN OTHER
003670                     CONTINUE
003680             END-EVALUATE
003690     END-READ
003700     .
003710 2100-EXIT.
003720     EXIT.
003730
003740 2200-START-ACCOUNT.
003750     SET GROUP-OPEN TO TRUE
003760     MOVE 'N' TO CARRY-FOUND-SWITCH
003770     MOVE 'N' TO JANUARY-SWITCH
003780     MOVE GLBAL-ACCOUNT-CODE TO CURRENT-ACCOUNT-CODE
003790     MOVE ZERO TO CARRY-AMOUNT
003800     MOVE ZERO TO CARRY-PERIOD
003810     .
003820 2200-EXIT.
003830     EXIT.
003840
003850 2300-ADJUST-NEXT-YEAR.
003860     IF GLBAL-MONTH = 1
003870         SET JANUARY-ON-FILE TO TRUE
003880     END-IF
003890     IF CARRY-AMOUNT NOT = ZERO
003900         ADD CARRY-AMOUNT TO GLBAL-OPENING-BALANCE
003910         ADD CARRY-AMOUNT TO GLBAL-CLOSING-BALANCE
003920         MOVE RUN-DATE-YMD TO GLBAL-LAST-POSTED-DATE
003930         MOVE YE-BATCH-ID TO GLBAL-LAST-BATCH-ID
003940         REWRITE GLBAL-RECORD
003950             INVALID KEY
003960                 DISPLAY "*** GLBALMST REWRITE FAILED - "
003970                     GLBAL-KEY
003980                 MOVE 8 TO RETURN-CODE
003990         END-REWRITE
004000         ADD 1 TO PERIODS-ADJUSTED
004010     END-IF
004020     .
004030 2300-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------------
004070*  2500-FINISH-ACCOUNT - AN ACCOUNT WITH A NON-ZERO YEAR-END
004080*  BALANCE AND NO NEXT-YEAR JANUARY RECORD GETS ONE, OPENING
004090*  AND CLOSING AT THE CARRIED AMOUNT WITH NO ACTIVITY, SO ANY
004100*  LATER MONTH LIISTING9-24 STARTS PICKS THE BALANCE UP.  THE
004110*  NEW KEY SORTS BEFORE THE RECORD JUST READ, SO THE BROWSE
004120*  DOES NOT SEE IT AGAIN.
004130*----------------------------------------------------------------
004140 2500-FINISH-ACCOUNT.
004150     IF CARRY-FOUND AND CARRY-AMOUNT NOT = ZERO
004160         ADD 1 TO ACCOUNTS-CARRIED
004170         ADD CARRY-AMOUNT TO NET-CARRIED
004180         IF CARRY-AMOUNT < ZERO
004190             SUBTRACT CARRY-AMOUNT FROM CREDIT-CARRIED
004200         ELSE
004210             ADD CARRY-AMOUNT TO DEBIT-CARRIED
004220         END-IF
004230         MOVE SPACES TO YE-DETAIL-LINE
004240         MOVE CURRENT-ACCOUNT-CODE TO YE-ACCOUNT-OUT
004250         MOVE CARRY-PERIOD TO YE-PERIOD-OUT
004260         MOVE CARRY-AMOUNT TO YE-CARRIED-OUT
004270         IF NOT JANUARY-ON-FILE
004280             PERFORM 2600-ADD-JANUARY THRU 2600-EXIT
004290             MOVE 'NEW JANUARY BALANCE RECORD' TO YE-NOTE-OUT
004300         ELSE
004310             MOVE 'NEXT-YEAR PERIODS ADJUSTED' TO YE-NOTE-OUT
004320         END-IF
004330         WRITE YE-DETAIL-LINE
004340     END-IF
004350     MOVE 'N' TO GROUP-OPEN-SWITCH
004360     .
004370 2500-EXIT.
004380     EXIT.
004390
004400 2600-ADD-JANUARY.
004410     MOVE SPACES TO GLBAL-RECORD
004420     MOVE CURRENT-ACCOUNT-CODE TO GLBAL-ACCOUNT-CODE
004430     MOVE NEXT-YEAR TO GLBAL-YEAR
004440     MOVE 1 TO GLBAL-MONTH
004450     MOVE CARRY-AMOUNT TO GLBAL-OPENING-BALANCE
004460     MOVE ZERO TO GLBAL-PERIOD-DEBITS
004470     MOVE ZERO TO GLBAL-PERIOD-CREDITS
004480     MOVE CARRY-AMOUNT TO GLBAL-CLOSING-BALANCE
004490     MOVE RUN-DATE-YMD TO GLBAL-LAST-POSTED-DATE
004500     MOVE YE-BATCH-ID TO GLBAL-LAST-BATCH-ID
004510     WRITE GLBAL-RECORD
004520         INVALID KEY
004530             DISPLAY "*** GLBALMST WRITE FAILED - " GLBAL-KEY
004540             MOVE 8 TO RETURN-CODE
004550     END-WRITE
004560     ADD 1 TO JANUARY-ADDED
004570     .
004580 2600-EXIT.
004590     EXIT.
004600
004610 2700-COMPLETE-CARRY-LOG.
004620     MOVE YE-BATCH-ID TO GLPOST-BATCH-ID
004630     READ GLPOST-LOG
004640         INVALID KEY
004650             DISPLAY "*** GLPOSTLOG RECORD LOST FOR "
004660                 YE-BATCH-ID
004670             MOVE 8 TO RETURN-CODE
004680         NOT INVALID KEY
004690             MOVE 'C' TO GLPOST-STATUS
004700             ACCEPT RUN-TIME-NOW FROM TIME
004710             MOVE RUN-DATE-YMD TO GLPOST-END-DATE
004720             MOVE RUN-TIME-NOW (1:6) TO GLPOST-END-TIME
004730             MOVE ACCOUNTS-CARRIED TO GLPOST-RECORD-COUNT
004740             MOVE DEBIT-CARRIED TO GLPOST-DEBIT-TOTAL
004750             MOVE CREDIT-CARRIED TO GLPOST-CREDIT-TOTAL
004760             REWRITE GLPOST-RECORD
004770             END-REWRITE
004780     END-READ
004790     MOVE 'YEAR CARRIED FORWARD' TO YE-RESULT
004800     .
004810 2700-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------
004850*  3000-TERMINATE - TOTALS, THE RESULT LINE AND CLOSE.  A
004860*  REFUSED CARRY-FORWARD ENDS WITH RETURN CODE 8.
004870*----------------------------------------------------------------
004880 3000-TERMINATE.
004890     IF NOT CARRY-REFUSED
004900         MOVE SPACES TO YE-BLANK-LINE
004910         WRITE YE-BLANK-LINE
004920         MOVE SPACES TO YE-TOTAL-LINE
004930         MOVE 'ACCOUNTS CARRIED FORWARD' TO YE-TOTAL-LABEL
004940         MOVE ACCOUNTS-CARRIED TO YE-TOTAL-COUNT
004950         MOVE NET-CARRIED TO YE-TOTAL-AMOUNT
004960         WRITE YE-TOTAL-LINE
004970         MOVE SPACES TO YE-TOTAL-LINE
004980         MOVE 'NEXT-YEAR PERIODS ADJUSTED' TO YE-TOTAL-LABEL
004990         MOVE PERIODS-ADJUSTED TO YE-TOTAL-COUNT
005000         WRITE YE-TOTAL-LINE
005010         MOVE SPACES TO YE-TOTAL-LINE
005020         MOVE 'JANUARY RECORDS ADDED' TO YE-TOTAL-LABEL
005030         MOVE JANUARY-ADDED TO YE-TOTAL-COUNT
005040         WRITE YE-TOTAL-LINE
005050     END-IF
005060     MOVE SPACES TO YE-BLANK-LINE
005070     WRITE YE-BLANK-LINE
005080     MOVE SPACES TO YE-RESULT-LINE
005090     MOVE YE-RESULT TO YE-RESULT-LINE
005100     WRITE YE-RESULT-LINE
005110     CLOSE GLBAL-MAST
005120     CLOSE GLPOST-LOG
005130     CLOSE PERIOD-CTL
005140     CLOSE RUN-CTL
005150     CLOSE YE-RPT
005160     IF CARRY-REFUSED
005170         MOVE 8 TO RETURN-CODE
005180     END-IF
005190     MOVE ACCOUNTS-CARRIED TO EDIT-ACCOUNTS-CARRIED
005200     MOVE PERIODS-ADJUSTED TO EDIT-PERIODS-ADJUSTED
005210     MOVE JANUARY-ADDED TO EDIT-JANUARY-ADDED
005220     DISPLAY "----------------------------------------"
005230     DISPLAY "YEAR . . . . . . . . . . " CARRY-YEAR
005240     DISPLAY "ACCOUNTS CARRIED . . . . " EDIT-ACCOUNTS-CARRIED
005250     DISPLAY "PERIODS ADJUSTED . . . . " EDIT-PERIODS-ADJUSTED
005260     DISPLAY "JANUARY RECORDS ADDED. . " EDIT-JANUARY-ADDED
005270     IF CARRY-REFUSED
005280         DISPLAY "*** CARRY-FORWARD REFUSED - " YE-RESULT
005290     ELSE
005300         DISPLAY YE-RESULT
005310     END-IF
005320     .
005330 3000-EXIT.
005340     EXIT.
