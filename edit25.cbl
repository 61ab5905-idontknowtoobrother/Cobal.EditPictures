000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LIISTING9-25.
000030 AUTHOR. 62160246.
000040 INSTALLATION. DAILY-BATCH-CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  10/15/2026 TWK  NEW PROGRAM.  GL TRIAL BALANCE.  PRINTS THE
000110*                  GLBALMST ACCOUNT BALANCES FOR A RANGE OF
000120*                  PERIODS IN ONE YEAR (TBCTL CARD, DEFAULT
000130*                  JANUARY THROUGH LAST MONTH) - ONE LINE PER
000140*                  ACCOUNT PER PERIOD WITH THE ACCTMAST
000150*                  DESCRIPTION, OPENING, DEBITS, CREDITS AND
000160*                  CLOSING, AN ACCOUNT SUBTOTAL, GRAND TOTALS,
000170*                  AND A PROOF THAT TOTAL DEBITS (OPENING
000180*                  BALANCES PLUS PERIOD DEBITS) EQUAL TOTAL
000190*                  CREDITS (PERIOD CREDITS PLUS CLOSING
000200*                  BALANCES).  AN ACCOUNT WHOSE MONTHS DO NOT
000210*                  FOOT, OR DO NOT CHAIN CLOSING TO OPENING, IS
000220*                  FLAGGED.  OUT OF PROOF SETS RETURN CODE 8.
000221*  10/15/2026 TWK  THE PROOF IS NOW AGAINST THE GLPOSTLOG BATCH
000222*                  LOG: THE DEBIT AND CREDIT TOTALS OF EVERY
000223*                  BATCH APPLIED MUST EQUAL THE PERIOD DEBITS AND
000224*                  CREDITS OF EVERY GLBALMST RECORD, WHATEVER THE
000225*                  REPORT RANGE, AND NO BATCH MAY BE LEFT PARTLY
000226*                  APPLIED.  THE OLD OPENING-PLUS-DEBITS TEST
000227*                  ONLY RE-ADDED THE ACCOUNT FOOTINGS ALREADY
000228*                  CHECKED LINE BY LINE.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OPTIONAL GLBAL-MAST ASSIGN TO "GLBALMST"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS GLBAL-KEY.
000310     SELECT OPTIONAL ACCT-MAST ASSIGN TO "ACCTMAST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS ACCT-CODE.
000350     SELECT OPTIONAL TB-CTL ASSIGN TO "TBCTL"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000361     SELECT OPTIONAL GLPOST-LOG ASSIGN TO "GLPOSTLOG"
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS SEQUENTIAL
000364         RECORD KEY IS GLPOST-BATCH-ID.
000370     SELECT TB-RPT ASSIGN TO "TB-RPT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  GLBAL-MAST
000430     LABEL RECORDS ARE STANDARD.
000440     COPY GLBALREC.
000450
000460 FD  ACCT-MAST
000470     LABEL RECORDS ARE STANDARD.
000480     COPY ACCTREC.
000490
000491 FD  GLPOST-LOG
000492     LABEL RECORDS ARE STANDARD.
000493     COPY GLPOSTREC.
000494
000500*----------------------------------------------------------------
000510*  TBCTL CONTROL CARD - FIRST AND LAST PERIOD (YYYYMM) OF THE
000520*  TRIAL BALANCE, BOTH IN THE SAME YEAR.  THE FILE IS OPTIONAL;
000530*  A BLANK FIELD TAKES THE DEFAULT.
000540*----------------------------------------------------------------
000550 FD  TB-CTL
000560     LABEL RECORDS ARE STANDARD.
000570 01  TB-CTL-RECORD.
000580     05  TB-CTL-FROM-PERIOD      PIC X(06).
000590     05  TB-CTL-TO-PERIOD        PIC X(06).
000600     05  FILLER                  PIC X(68).
000610
000620 FD  TB-RPT
000630     LABEL RECORDS ARE STANDARD.
000640 01  TB-HEADING-LINE.
000650     05  TB-HEADING-TEXT         PIC X(44).
000660     05  TB-HEADING-FROM         PIC 9999/99.
000670     05  TB-HEADING-TO-WORD      PIC X(04).
000680     05  TB-HEADING-TO           PIC 9999/99.
000690     05  FILLER                  PIC X(70).
000700 01  TB-COLUMN-LINE              PIC X(132).
000710 01  TB-DETAIL-LINE.
000720     05  TB-ACCOUNT-OUT          PIC X(10).
000730     05  FILLER                  PIC X(02).
000740     05  TB-DESCRIPTION-OUT      PIC X(30).
000750     05  FILLER                  PIC X(02).
000760     05  TB-PERIOD-OUT           PIC 9999/99.
000770     05  FILLER                  PIC X(02).
000780     05  TB-OPENING-OUT          PIC $,$$$,$$$,$$9.99CR.
000790     05  FILLER                  PIC X(02).
000800     05  TB-DEBITS-OUT           PIC $,$$$,$$$,$$9.99.
000810     05  FILLER                  PIC X(02).
000820     05  TB-CREDITS-OUT          PIC $,$$$,$$$,$$9.99.
000830     05  FILLER                  PIC X(02).
000840     05  TB-CLOSING-OUT          PIC $,$$$,$$$,$$9.99CR.
000850     05  FILLER                  PIC X(05).
000860 01  TB-SUBTOTAL-LINE.
000870     05  TB-SUBTOTAL-LABEL       PIC X(53).
000880     05  TB-SUBTOTAL-OPENING     PIC $,$$$,$$$,$$9.99CR.
000890     05  FILLER                  PIC X(02).
000900     05  TB-SUBTOTAL-DEBITS      PIC $,$$$,$$$,$$9.99.
000910     05  FILLER                  PIC X(02).
000920     05  TB-SUBTOTAL-CREDITS     PIC $,$$$,$$$,$$9.99.
000930     05  FILLER                  PIC X(02).
000940     05  TB-SUBTOTAL-CLOSING     PIC $,$$$,$$$,$$9.99CR.
000950     05  FILLER                  PIC X(05).
000960 01  TB-PROOF-LINE.
000970     05  TB-PROOF-LABEL          PIC X(40).
000980     05  TB-PROOF-AMOUNT         PIC $,$$$,$$$,$$9.99CR.
000990     05  FILLER                  PIC X(02).
001000     05  TB-PROOF-NOTE           PIC X(20).
001010     05  FILLER                  PIC X(52).
001020 01  TB-TOTAL-LINE.
001030     05  TB-TOTAL-LABEL          PIC X(28).
001040     05  TB-TOTAL-COUNT          PIC ZZ,ZZ9.
001050     05  FILLER                  PIC X(98).
001060 01  TB-BLANK-LINE               PIC X(132).
001070
001080 WORKING-STORAGE SECTION.
001090 77 GLBAL-EOF-SWITCH   PIC X(01)          VALUE 'N'.
001100     88 END-OF-BALANCES                   VALUE 'Y'.
001101 77 GLPOST-EOF-SWITCH  PIC X(01)          VALUE 'N'.
001102     88 END-OF-GLPOST-LOG                 VALUE 'Y'.
001110 77 GROUP-OPEN-SWITCH  PIC X(01)          VALUE 'N'.
001120     88 GROUP-OPEN                        VALUE 'Y'.
001130 77 FIRST-LINE-SWITCH  PIC X(01)          VALUE 'N'.
001140     88 FIRST-LINE-OF-ACCOUNT             VALUE 'Y'.
001150 77 ACCOUNT-OK-SWITCH  PIC X(01)          VALUE 'Y'.
001160     88 ACCOUNT-IN-BALANCE                VALUE 'Y'.
001170 77 REFUSED-SWITCH     PIC X(01)          VALUE 'N'.
001180     88 TB-REFUSED                        VALUE 'Y'.
001190 77 RUN-DATE-YMD       PIC 9(08)          VALUE ZERO.
001200 77 CURRENT-ACCOUNT-CODE PIC X(10)        VALUE SPACES.
001210 77 CURRENT-DESCRIPTION PIC X(30)         VALUE SPACES.
001220 77 PRIOR-CLOSING      PIC S9(11)V99 COMP-3 VALUE ZERO.
001230 77 EXPECTED-CLOSING   PIC S9(11)V99 COMP-3 VALUE ZERO.
001240 77 ACCOUNT-OPENING    PIC S9(11)V99 COMP-3 VALUE ZERO.
001250 77 ACCOUNT-DEBITS     PIC S9(11)V99 COMP-3 VALUE ZERO.
001260 77 ACCOUNT-CREDITS    PIC S9(11)V99 COMP-3 VALUE ZERO.
001270 77 ACCOUNT-CLOSING    PIC S9(11)V99 COMP-3 VALUE ZERO.
001280 77 GRAND-OPENING      PIC S9(11)V99 COMP-3 VALUE ZERO.
001290 77 GRAND-DEBITS       PIC S9(11)V99 COMP-3 VALUE ZERO.
001300 77 GRAND-CREDITS      PIC S9(11)V99 COMP-3 VALUE ZERO.
001310 77 GRAND-CLOSING      PIC S9(11)V99 COMP-3 VALUE ZERO.
001320 77 DEBIT-DIFFERENCE   PIC S9(11)V99 COMP-3 VALUE ZERO.
001330 77 CREDIT-DIFFERENCE  PIC S9(11)V99 COMP-3 VALUE ZERO.
001331 77 LOG-DEBIT-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
001332 77 LOG-CREDIT-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
001333 77 ALL-PERIOD-DEBITS  PIC S9(11)V99 COMP-3 VALUE ZERO.
001334 77 ALL-PERIOD-CREDITS PIC S9(11)V99 COMP-3 VALUE ZERO.
001335 77 LOG-BATCH-COUNT    PIC 9(05) COMP     VALUE ZERO.
001336 77 LOG-STARTED-COUNT  PIC 9(05) COMP     VALUE ZERO.
001340 77 ACCOUNT-COUNT      PIC 9(05) COMP     VALUE ZERO.
001350 77 LINE-COUNT         PIC 9(07) COMP     VALUE ZERO.
001360 77 UNBALANCED-COUNT   PIC 9(05) COMP     VALUE ZERO.
001370 01 TB-RESULT          PIC X(40)          VALUE SPACES.
001380 01 EDIT-ACCOUNT-COUNT    PIC ZZ,ZZ9.
001390 01 EDIT-LINE-COUNT       PIC Z,ZZZ,ZZ9.
001400 01 EDIT-UNBALANCED-COUNT PIC ZZ,ZZ9.
001410
001420 01 FROM-PERIOD        PIC 9(06)          VALUE ZERO.
001430 01 FROM-PERIOD-PARTS REDEFINES FROM-PERIOD.
001440     05 FROM-YEAR      PIC 9(04).
001450     05 FROM-MONTH     PIC 9(02).
001460 01 TO-PERIOD          PIC 9(06)          VALUE ZERO.
001470 01 TO-PERIOD-PARTS REDEFINES TO-PERIOD.
001480     05 TO-YEAR        PIC 9(04).
001490     05 TO-MONTH       PIC 9(02).
001500
001510 PROCEDURE DIVISION.
001520 BEGIN.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001540     IF NOT TB-REFUSED
001550         PERFORM 2000-PROCESS-BALANCE THRU 2000-EXIT
001560             UNTIL END-OF-BALANCES
001570         IF GROUP-OPEN
001580             PERFORM 2500-PRINT-ACCOUNT-TOTAL THRU 2500-EXIT
001590         END-IF
001600     END-IF
001610     PERFORM 3000-TERMINATE THRU 3000-EXIT
001620     GOBACK
001630     .
001640
001650*----------------------------------------------------------------
001660*  1000-INITIALIZE - DEFAULT THE RANGE TO JANUARY THROUGH LAST
001670*  MONTH, PICK UP THE TBCTL CARD, OPEN THE FILES, PRINT THE
001680*  HEADINGS AND READ THE FIRST BALANCE.  A BAD RANGE REFUSES
001690*  THE REPORT WITH RETURN CODE 8.
001700*----------------------------------------------------------------
001710 1000-INITIALIZE.
001720     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001730     MOVE RUN-DATE-YMD (1:6) TO TO-PERIOD
001740     IF TO-MONTH = 1
001750         SUBTRACT 1 FROM TO-YEAR
001760         MOVE 12 TO TO-MONTH
001770     ELSE
001780         SUBTRACT 1 FROM TO-MONTH
001790     END-IF
001800     MOVE TO-YEAR TO FROM-YEAR
001810     MOVE 1 TO FROM-MONTH
001820     OPEN INPUT TB-CTL
001830     READ TB-CTL
001840         AT END
001850             CONTINUE
001860         NOT AT END
001870             PERFORM 1100-APPLY-CARD THRU 1100-EXIT
001880     END-READ
001890     CLOSE TB-CTL
001900     IF NOT TB-REFUSED
001910         IF FROM-MONTH < 1 OR FROM-MONTH > 12
001920                 OR TO-MONTH < 1 OR TO-MONTH > 12
001930                 OR FROM-PERIOD > TO-PERIOD
001940                 OR FROM-YEAR NOT = TO-YEAR
001950             MOVE 'INVALID PERIOD RANGE ON TBCTL CARD'
001960                 TO TB-RESULT
001970             SET TB-REFUSED TO TRUE
001980         END-IF
001990     END-IF
002000     OPEN INPUT GLBAL-MAST
002010     OPEN INPUT ACCT-MAST
002020     OPEN OUTPUT TB-RPT
002030     MOVE SPACES TO TB-HEADING-LINE
002040     MOVE 'LIISTING9-25 - GL TRIAL BALANCE FOR PERIODS'
002050         TO TB-HEADING-TEXT
002060     MOVE FROM-PERIOD TO TB-HEADING-FROM
002070     MOVE ' TO ' TO TB-HEADING-TO-WORD
002080     MOVE TO-PERIOD TO TB-HEADING-TO
002090     WRITE TB-HEADING-LINE
002100     MOVE SPACES TO TB-COLUMN-LINE
002110     MOVE 'ACCOUNT     DESCRIPTION                     PERIOD
002120-        '       OPENING              DEBITS           CREDITS
002130-        '       CLOSING'
002140         TO TB-COLUMN-LINE
002150     WRITE TB-COLUMN-LINE
002160     MOVE SPACES TO TB-BLANK-LINE
002170     WRITE TB-BLANK-LINE
002180     IF NOT TB-REFUSED
002190         PERFORM 2100-READ-BALANCE THRU 2100-EXIT
002200     END-IF
002210     .
002220 1000-EXIT.
002230     EXIT.
002240
002250 1100-APPLY-CARD.
002260     IF TB-CTL-FROM-PERIOD NOT = SPACES
002270         IF TB-CTL-FROM-PERIOD NUMERIC
002280             MOVE TB-CTL-FROM-PERIOD TO FROM-PERIOD
002290         ELSE
002300             DISPLAY 'INVALID TBCTL FROM PERIOD: '
002310                 TB-CTL-FROM-PERIOD
002320             MOVE 'INVALID PERIOD RANGE ON TBCTL CARD'
002330                 TO TB-RESULT
002340             SET TB-REFUSED TO TRUE
002350         END-IF
002360     END-IF
002370     IF TB-CTL-TO-PERIOD NOT = SPACES
002380         IF TB-CTL-TO-PERIOD NUMERIC
002390             MOVE TB-CTL-TO-PERIOD TO TO-PERIOD
002400         ELSE
002410             DISPLAY 'INVALID TBCTL TO PERIOD: '
002420                 TB-CTL-TO-PERIOD
002430             MOVE 'INVALID PERIOD RANGE ON TBCTL CARD'
002440                 TO TB-RESULT
002450             SET TB-REFUSED TO TRUE
002460         END-IF
002470     END-IF
002480     .
002490 1100-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------------
002530*  2000-PROCESS-BALANCE - GLBALMST IS IN ACCOUNT/PERIOD ORDER;
002540*  BREAK ON ACCOUNT FOR THE SUBTOTAL AND PRINT EVERY BALANCE
002541*  INSIDE THE RANGE.  EVERY RECORD, IN THE RANGE OR NOT, GOES
002542*  INTO THE ALL-PERIOD TOTALS PROVED AGAINST GLPOSTLOG.
002560*----------------------------------------------------------------
002570 2000-PROCESS-BALANCE.
002571     ADD GLBAL-PERIOD-DEBITS TO ALL-PERIOD-DEBITS
002572     ADD GLBAL-PERIOD-CREDITS TO ALL-PERIOD-CREDITS
002580     IF GLBAL-PERIOD NOT < FROM-PERIOD
002590             AND GLBAL-PERIOD NOT > TO-PERIOD
002600         IF GROUP-OPEN
002610                 AND GLBAL-ACCOUNT-CODE NOT = CURRENT-ACCOUNT-CODE
002620             PERFORM 2500-PRINT-ACCOUNT-TOTAL THRU 2500-EXIT
002630         END-IF
002640         IF NOT GROUP-OPEN
002650             PERFORM 2200-START-ACCOUNT THRU 2200-EXIT
002660         END-IF
002670         PERFORM 2300-PRINT-BALANCE THRU 2300-EXIT
002680     END-IF
002690     PERFORM 2100-READ-BALANCE THRU 2100-EXIT
002700     .
002710 2000-EXIT.
002720     EXIT.
002730
002740 2100-READ-BALANCE.
002750     READ GLBAL-MAST NEXT
002760         AT END SET END-OF-BALANCES TO TRUE
002770     END-READ
002780     .
002790 2100-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------------
002830*  2200-START-ACCOUNT - NEW ACCOUNT GROUP; THE DESCRIPTION
002840*  COMES FROM ACCTMAST AND PRINTS ON THE ACCOUNT'S FIRST LINE
002850*----------------------------------------------------------------
002860 2200-START-ACCOUNT.
002870     SET GROUP-OPEN TO TRUE
002880     SET FIRST-LINE-OF-ACCOUNT TO TRUE
002890     SET ACCOUNT-IN-BALANCE TO TRUE
002900     MOVE GLBAL-ACCOUNT-CODE TO CURRENT-ACCOUNT-CODE
002910     MOVE GLBAL-OPENING-BALANCE TO ACCOUNT-OPENING
002920     MOVE GLBAL-OPENING-BALANCE TO PRIOR-CLOSING
002930     MOVE ZERO TO ACCOUNT-DEBITS
002940     MOVE ZERO TO ACCOUNT-CREDITS
002950     ADD 1 TO ACCOUNT-COUNT
002960     MOVE GLBAL-ACCOUNT-CODE TO ACCT-CODE
002970     READ ACCT-MAST
002980         INVALID KEY
002990             MOVE '*** NOT ON ACCTMAST ***'
003000                 TO CURRENT-DESCRIPTION
003010         NOT INVALID KEY
003020             MOVE ACCT-DESCRIPTION TO CURRENT-DESCRIPTION
003030     END-READ
003040     .
003050 2200-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------------
003090*  2300-PRINT-BALANCE - ONE ACCOUNT/PERIOD LINE.  THE PERIOD
003100*  MUST OPEN AT THE PRIOR PERIOD'S CLOSING AND FOOT TO ITS OWN
003110*  CLOSING, OR THE ACCOUNT IS FLAGGED OUT OF BALANCE.
003120*----------------------------------------------------------------
003130 2300-PRINT-BALANCE.
003140     COMPUTE EXPECTED-CLOSING = GLBAL-OPENING-BALANCE
003150         + GLBAL-PERIOD-DEBITS - GLBAL-PERIOD-CREDITS
003160     IF GLBAL-OPENING-BALANCE NOT = PRIOR-CLOSING
003170             OR GLBAL-CLOSING-BALANCE NOT = EXPECTED-CLOSING
003180         MOVE 'N' TO ACCOUNT-OK-SWITCH
003190     END-IF
003200     MOVE SPACES TO TB-DETAIL-LINE
003210     IF FIRST-LINE-OF-ACCOUNT
003220         MOVE GLBAL-ACCOUNT-CODE TO TB-ACCOUNT-OUT
003230         MOVE CURRENT-DESCRIPTION TO TB-DESCRIPTION-OUT
003240         MOVE 'N' TO FIRST-LINE-SWITCH
003250     END-IF
003260     MOVE GLBAL-PERIOD TO TB-PERIOD-OUT
003270     MOVE GLBAL-OPENING-BALANCE TO TB-OPENING-OUT
003280     MOVE GLBAL-PERIOD-DEBITS TO TB-DEBITS-OUT
003290     MOVE GLBAL-PERIOD-CREDITS TO TB-CREDITS-OUT
003300     MOVE GLBAL-CLOSING-BALANCE TO TB-CLOSING-OUT
003310     WRITE TB-DETAIL-LINE
003320     ADD 1 TO LINE-COUNT
003330     ADD GLBAL-PERIOD-DEBITS TO ACCOUNT-DEBITS
003340     ADD GLBAL-PERIOD-CREDITS TO ACCOUNT-CREDITS
003350     MOVE GLBAL-CLOSING-BALANCE TO ACCOUNT-CLOSING
003360     MOVE GLBAL-CLOSING-BALANCE TO PRIOR-CLOSING
003370     .
003380 2300-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------------
003420*  2500-PRINT-ACCOUNT-TOTAL - SUBTOTAL FOR THE ACCOUNT JUST
003430*  FINISHED: OPENING OF ITS FIRST PERIOD IN THE RANGE, DEBITS
003440*  AND CREDITS FOR THE RANGE, CLOSING OF ITS LAST PERIOD
003450*----------------------------------------------------------------
003460 2500-PRINT-ACCOUNT-TOTAL.
003470     MOVE SPACES TO TB-SUBTOTAL-LINE
003480     MOVE '            ACCOUNT TOTAL' TO TB-SUBTOTAL-LABEL
003490     MOVE ACCOUNT-OPENING TO TB-SUBTOTAL-OPENING
003500     MOVE ACCOUNT-DEBITS TO TB-SUBTOTAL-DEBITS
003510     MOVE ACCOUNT-CREDITS TO TB-SUBTOTAL-CREDITS
003520     MOVE ACCOUNT-CLOSING TO TB-SUBTOTAL-CLOSING
003530     WRITE TB-SUBTOTAL-LINE
003540     IF NOT ACCOUNT-IN-BALANCE
003550         ADD 1 TO UNBALANCED-COUNT
003560         MOVE SPACES TO TB-SUBTOTAL-LINE
003570         MOVE '            *** ACCOUNT OUT OF BALANCE ***'
003580             TO TB-SUBTOTAL-LABEL
003590         WRITE TB-SUBTOTAL-LINE
003600         DISPLAY "*** ACCOUNT " CURRENT-ACCOUNT-CODE
003610             " OUT OF BALANCE"
003620     END-IF
003630     MOVE SPACES TO TB-BLANK-LINE
003640     WRITE TB-BLANK-LINE
003650     ADD ACCOUNT-OPENING TO GRAND-OPENING
003660     ADD ACCOUNT-DEBITS TO GRAND-DEBITS
003670     ADD ACCOUNT-CREDITS TO GRAND-CREDITS
003680     ADD ACCOUNT-CLOSING TO GRAND-CLOSING
003690     MOVE 'N' TO GROUP-OPEN-SWITCH
003700     .
003710 2500-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------
003741*  3000-TERMINATE - GRAND TOTALS AND THE PROOF.  THE PERIOD
003742*  DEBITS AND CREDITS ON GLBALMST MUST EQUAL THE TOTALS OF THE
003743*  BATCHES GLPOSTLOG SAYS WERE APPLIED IN THE RANGE, AND EVERY
003780*  ACCOUNT MUST FOOT, OR THE JOB ENDS WITH RETURN CODE 8.
003790*----------------------------------------------------------------
003800 3000-TERMINATE.
003810     IF NOT TB-REFUSED
003820         PERFORM 3100-PRINT-PROOF THRU 3100-EXIT
003830     ELSE
003840         MOVE SPACES TO TB-PROOF-LINE
003850         MOVE TB-RESULT TO TB-PROOF-LABEL
003860         WRITE TB-PROOF-LINE
003870         MOVE 8 TO RETURN-CODE
003880     END-IF
003890     CLOSE GLBAL-MAST
003900     CLOSE ACCT-MAST
003910     CLOSE TB-RPT
003920     MOVE ACCOUNT-COUNT TO EDIT-ACCOUNT-COUNT
003930     MOVE LINE-COUNT TO EDIT-LINE-COUNT
003940     MOVE UNBALANCED-COUNT TO EDIT-UNBALANCED-COUNT
003950     DISPLAY "----------------------------------------"
003960     DISPLAY "ACCOUNTS LISTED. . . . . " EDIT-ACCOUNT-COUNT
003970     DISPLAY "BALANCE LINES. . . . . . " EDIT-LINE-COUNT
003980     DISPLAY "ACCOUNTS OUT OF BALANCE. " EDIT-UNBALANCED-COUNT
003990     IF TB-REFUSED
004000         DISPLAY "*** REPORT REFUSED - " TB-RESULT
004010     ELSE
004020         DISPLAY "PROOF STATUS . . . . . . " TB-RESULT
004030     END-IF
004040     .
004050 3000-EXIT.
004060     EXIT.
004070
004080 3100-PRINT-PROOF.
004090     MOVE SPACES TO TB-SUBTOTAL-LINE
004100     MOVE 'GRAND TOTAL' TO TB-SUBTOTAL-LABEL
004110     MOVE GRAND-OPENING TO TB-SUBTOTAL-OPENING
004120     MOVE GRAND-DEBITS TO TB-SUBTOTAL-DEBITS
004130     MOVE GRAND-CREDITS TO TB-SUBTOTAL-CREDITS
004140     MOVE GRAND-CLOSING TO TB-SUBTOTAL-CLOSING
004150     WRITE TB-SUBTOTAL-LINE
004160     MOVE SPACES TO TB-BLANK-LINE
004170     WRITE TB-BLANK-LINE
004171     PERFORM 3200-TOTAL-POSTING-LOG THRU 3200-EXIT
004172     COMPUTE DEBIT-DIFFERENCE =
004173         ALL-PERIOD-DEBITS - LOG-DEBIT-TOTAL
004174     COMPUTE CREDIT-DIFFERENCE =
004175         ALL-PERIOD-CREDITS - LOG-CREDIT-TOTAL
004176     MOVE SPACES TO TB-PROOF-LINE
004177     MOVE 'DEBITS ON GLBALMST, ALL PERIODS' TO TB-PROOF-LABEL
004178     MOVE ALL-PERIOD-DEBITS TO TB-PROOF-AMOUNT
004179     WRITE TB-PROOF-LINE
004180     MOVE SPACES TO TB-PROOF-LINE
004181     MOVE 'DEBITS OF ALL BATCHES (GLPOSTLOG)'
004182         TO TB-PROOF-LABEL
004183     MOVE LOG-DEBIT-TOTAL TO TB-PROOF-AMOUNT
004184     IF DEBIT-DIFFERENCE NOT = ZERO
004185         MOVE 'DEBITS DIFFER' TO TB-PROOF-NOTE
004186     END-IF
004187     WRITE TB-PROOF-LINE
004188     MOVE SPACES TO TB-PROOF-LINE
004189     MOVE 'CREDITS ON GLBALMST, ALL PERIODS' TO TB-PROOF-LABEL
004190     MOVE ALL-PERIOD-CREDITS TO TB-PROOF-AMOUNT
004191     WRITE TB-PROOF-LINE
004192     MOVE SPACES TO TB-PROOF-LINE
004193     MOVE 'CREDITS OF ALL BATCHES (GLPOSTLOG)'
004194         TO TB-PROOF-LABEL
004195     MOVE LOG-CREDIT-TOTAL TO TB-PROOF-AMOUNT
004196     IF CREDIT-DIFFERENCE NOT = ZERO
004197         MOVE 'CREDITS DIFFER' TO TB-PROOF-NOTE
004198     END-IF
004199     WRITE TB-PROOF-LINE
004200     MOVE SPACES TO TB-PROOF-LINE
004201     IF DEBIT-DIFFERENCE = ZERO
004202             AND CREDIT-DIFFERENCE = ZERO
004203             AND LOG-STARTED-COUNT = ZERO
004204             AND UNBALANCED-COUNT = ZERO
004205         MOVE 'IN PROOF' TO TB-PROOF-NOTE
004206         MOVE 'IN PROOF' TO TB-RESULT
004207     ELSE
004208         MOVE 'OUT OF PROOF' TO TB-PROOF-NOTE
004209         MOVE 'OUT OF PROOF' TO TB-RESULT
004210         MOVE 8 TO RETURN-CODE
004211     END-IF
004212     MOVE 'PROOF STATUS' TO TB-PROOF-LABEL
004213     WRITE TB-PROOF-LINE
004390     MOVE SPACES TO TB-BLANK-LINE
004400     WRITE TB-BLANK-LINE
004410     MOVE SPACES TO TB-TOTAL-LINE
004420     MOVE 'ACCOUNTS LISTED' TO TB-TOTAL-LABEL
004430     MOVE ACCOUNT-COUNT TO TB-TOTAL-COUNT
004440     WRITE TB-TOTAL-LINE
004450     MOVE SPACES TO TB-TOTAL-LINE
004460     MOVE 'ACCOUNTS OUT OF BALANCE' TO TB-TOTAL-LABEL
004470     MOVE UNBALANCED-COUNT TO TB-TOTAL-COUNT
004480     WRITE TB-TOTAL-LINE
004481     MOVE SPACES TO TB-TOTAL-LINE
004482     MOVE 'BATCHES APPLIED, ALL PERIODS' TO TB-TOTAL-LABEL
004483     MOVE LOG-BATCH-COUNT TO TB-TOTAL-COUNT
004484     WRITE TB-TOTAL-LINE
004485     MOVE SPACES TO TB-TOTAL-LINE
004486     MOVE 'BATCHES PARTLY APPLIED' TO TB-TOTAL-LABEL
004487     MOVE LOG-STARTED-COUNT TO TB-TOTAL-COUNT
004488     WRITE TB-TOTAL-LINE
004489     IF LOG-STARTED-COUNT NOT = ZERO
004490         DISPLAY "*** " LOG-STARTED-COUNT
004491             " GLPOSTLOG BATCH(ES) PARTLY APPLIED - RESTORE"
004492             " GLBALMST AND RERUN"
004493     END-IF
004494     .
004500 3100-EXIT.
004510     EXIT.
004511
004512*----------------------------------------------------------------
004513*  3200-TOTAL-POSTING-LOG - ADD UP THE DEBIT AND CREDIT TOTALS
004514*  OF EVERY BATCH THE LIISTING9-24 POSTING JOB FINISHED
004515*  APPLYING.  EACH POSTING LANDS IN THE PERIOD OF ITS OWN DATE,
004516*  SO A BATCH CAN SPREAD OVER SEVERAL PERIODS; ONLY THE TOTALS
004517*  OVER ALL PERIODS ARE COMPARED.  A YEAR-END CARRY-FORWARD
004518*  MOVES OPENING BALANCES, NOT PERIOD ACTIVITY, AND IS LEFT
004519*  OUT.  A BATCH STILL AT 'S' CHANGED GLBALMST BY AN UNKNOWN
004520*  AMOUNT AND IS COUNTED SO THE PROOF FAILS.
004521*----------------------------------------------------------------
004522 3200-TOTAL-POSTING-LOG.
004523     OPEN INPUT GLPOST-LOG
004524     PERFORM 3210-READ-POSTING-LOG THRU 3210-EXIT
004525         UNTIL END-OF-GLPOST-LOG
004526     CLOSE GLPOST-LOG
004527     .
004528 3200-EXIT.
004529     EXIT.
004530
004531 3210-READ-POSTING-LOG.
004532     READ GLPOST-LOG NEXT
004533         AT END
004534             SET END-OF-GLPOST-LOG TO TRUE
004535         NOT AT END
004536             IF NOT GLPOST-YEAR-END
004537                 PERFORM 3220-TOTAL-ONE-BATCH THRU 3220-EXIT
004538             END-IF
004539     END-READ
004540     .
004541 3210-EXIT.
004542     EXIT.
004543
004544 3220-TOTAL-ONE-BATCH.
004545     IF GLPOST-COMPLETE
004546         ADD 1 TO LOG-BATCH-COUNT
004547         ADD GLPOST-DEBIT-TOTAL TO LOG-DEBIT-TOTAL
004548         ADD GLPOST-CREDIT-TOTAL TO LOG-CREDIT-TOTAL
004549     ELSE
004550         ADD 1 TO LOG-STARTED-COUNT
004551     END-IF
004560     .
004561 3220-EXIT.
004562     EXIT.
