000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LIISTING9-27.
000030 AUTHOR. 62160246.
000040 INSTALLATION. DAILY-BATCH-CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  10/15/2026 TWK  NEW PROGRAM.  QUARTERLY BACKUP WITHHOLDING
000110*                  REPORT FOR THE FORM 945 FILING.  READS THE
000120*                  PAYHIST HISTORY WRITTEN BY LIISTING9-1,
000130*                  SELECTS THE QUARTER'S RECORDS THAT CARRY
000140*                  BACKUP WITHHOLDING, AND ROLLS THEM UP PER
000150*                  VENDOR ID - PAYMENT COUNT, GROSS BASE-USD
000160*                  PAID AND FEDERAL TAX WITHHELD (VOIDS CARRY
000170*                  NEGATIVE AMOUNTS AND NET OUT).  EACH VENDOR
000180*                  PRINTS WITH ITS NAME, TAX ID AND B-NOTICE
000190*                  DATE FROM VENDMAST.  THE TOTALS SHOW THE
000200*                  WITHHOLDING BY MONTH OF THE QUARTER, THE
000210*                  LIABILITY FIGURES THE DEPOSIT RECORD NEEDS.
000220*                  THE QUARTER COMES FROM THE OPTIONAL W945CTL
000230*                  CARD AND DEFAULTS TO THE LAST QUARTER ENDED.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPTIONAL PAY-HIST ASSIGN TO "PAYHIST"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS HIST-KEY
000320         ALTERNATE RECORD KEY IS HIST-ACCOUNT-DATE-KEY
000330             WITH DUPLICATES.
000340     SELECT OPTIONAL VEND-MAST ASSIGN TO "VENDMAST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS VEND-ID.
000380     SELECT OPTIONAL W945-CTL ASSIGN TO "W945CTL"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT W945-RPT ASSIGN TO "W945-RPT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PAY-HIST
000460     LABEL RECORDS ARE STANDARD.
000470     COPY PAYHIST.
000480
000490 FD  VEND-MAST
000500     LABEL RECORDS ARE STANDARD.
000510     COPY VENDREC.
000520
000530 FD  W945-CTL
000540     LABEL RECORDS ARE STANDARD.
000550 01  W945-CTL-RECORD.
000560     05  W945-CTL-YEAR           PIC X(04).
000570     05  W945-CTL-QUARTER        PIC X(01).
000580     05  FILLER                  PIC X(75).
000590
000600 FD  W945-RPT
000610     LABEL RECORDS ARE STANDARD.
000620 01  W945-HEADING-LINE.
000630     05  W945-HEADING-TEXT       PIC X(49).
000640     05  W945-HEADING-YEAR       PIC 9(04).
000650     05  W945-HEADING-Q          PIC X(02).
000660     05  W945-HEADING-QUARTER    PIC 9(01).
000670     05  FILLER                  PIC X(76).
000680 01  W945-COLUMN-LINE            PIC X(132).
000690 01  W945-DETAIL-LINE.
000700     05  W945-VENDOR-OUT         PIC X(08).
000710     05  FILLER                  PIC X(02).
000720     05  W945-NAME-OUT           PIC X(30).
000730     05  FILLER                  PIC X(02).
000740     05  W945-TAX-ID-OUT         PIC X(09).
000750     05  FILLER                  PIC X(02).
000760     05  W945-COUNT-OUT          PIC Z,ZZZ,ZZ9.
000770     05  FILLER                  PIC X(02).
000780     05  W945-GROSS-OUT          PIC $,$$$,$$$,$$9.99CR.
000790     05  FILLER                  PIC X(02).
000800     05  W945-WITHHELD-OUT       PIC $,$$$,$$$,$$9.99CR.
000810     05  FILLER                  PIC X(02).
000820     05  W945-NOTE-OUT           PIC X(20).
000830     05  FILLER                  PIC X(08).
000840 01  W945-TOTAL-LINE.
000850     05  W945-TOTAL-LABEL        PIC X(28).
000860     05  W945-TOTAL-COUNT        PIC ZZ,ZZ9.
000870     05  FILLER                  PIC X(02).
000880     05  W945-TOTAL-GROSS        PIC $,$$$,$$$,$$9.99CR.
000890     05  FILLER                  PIC X(02).
000900     05  W945-TOTAL-WITHHELD     PIC $,$$$,$$$,$$9.99CR.
000910     05  FILLER                  PIC X(58).
000920 01  W945-MONTH-LINE.
000930     05  W945-MONTH-LABEL        PIC X(28).
000940     05  W945-MONTH-YEAR         PIC 9(04).
000950     05  W945-MONTH-DASH         PIC X(01).
000960     05  W945-MONTH-NUMBER       PIC 9(02).
000970     05  FILLER                  PIC X(21).
000980     05  W945-MONTH-WITHHELD     PIC $,$$$,$$$,$$9.99CR.
000990     05  FILLER                  PIC X(58).
001000 01  W945-BLANK-LINE             PIC X(132).
001010
001020 WORKING-STORAGE SECTION.
001030 77 HIST-EOF-SWITCH    PIC X(01)          VALUE 'N'.
001040     88 END-OF-PAY-HIST                   VALUE 'Y'.
001050 77 RUN-DATE-YMD       PIC 9(08)          VALUE ZERO.
001060 77 RUN-YEAR           PIC 9(04)          VALUE ZERO.
001070 77 RUN-MONTH          PIC 9(02)          VALUE ZERO.
001080 77 REPORT-YEAR        PIC 9(04)          VALUE ZERO.
001090 77 REPORT-YEAR-X      PIC X(04)          VALUE SPACES.
001100 77 REPORT-QUARTER     PIC 9(01)          VALUE ZERO.
001110 77 FIRST-MONTH        PIC 9(02)          VALUE ZERO.
001120 77 LAST-MONTH         PIC 9(02)          VALUE ZERO.
001130 77 HIST-MONTH         PIC 9(02)          VALUE ZERO.
001140 77 MONTH-INDEX        PIC 9(02) COMP     VALUE ZERO.
001150 77 HISTORY-READ-COUNT PIC 9(07) COMP     VALUE ZERO.
001160 77 SELECTED-COUNT     PIC 9(07) COMP     VALUE ZERO.
001170 77 QUARTER-GROSS      PIC S9(11)V99 COMP-3 VALUE ZERO.
001180 77 QUARTER-WITHHELD   PIC S9(11)V99 COMP-3 VALUE ZERO.
001190 77 RECORD-GROSS       PIC S9(8)V99 COMP-3 VALUE ZERO.
001200 01 EDIT-HISTORY-READ-COUNT PIC Z,ZZZ,ZZ9.
001210 01 EDIT-SELECTED-COUNT PIC Z,ZZZ,ZZ9.
001220 01 EDIT-QUARTER-WITHHELD PIC $,$$$,$$$,$$9.99CR.
001230
001240*----------------------------------------------------------------
001250*  WITHHOLDING BY MONTH OF THE QUARTER
001260*----------------------------------------------------------------
001270 01 MONTH-TABLE.
001280     05 MONTH-WITHHELD OCCURS 3 TIMES
001290                           PIC S9(11)V99 COMP-3.
001300
001310*----------------------------------------------------------------
001320*  VENDOR ROLL-UP TABLE.  ONE ENTRY PER DISTINCT VENDOR ID SEEN
001330*  ON THE QUARTER'S WITHHELD HISTORY, THE SAME SHAPE AS THE
001340*  LIISTING9-10 1099 ROLL-UP.
001350*----------------------------------------------------------------
001360 77 VENDOR-COUNT       PIC 9(04) COMP     VALUE ZERO.
001370 77 VENDOR-INDEX       PIC 9(04) COMP     VALUE ZERO.
001380 77 VENDOR-TABLE-LIMIT PIC 9(04) COMP     VALUE 1000.
001390 77 VENDOR-FOUND-SWITCH PIC X(01)         VALUE 'N'.
001400     88 VENDOR-FOUND                      VALUE 'Y'.
001410 01 VENDOR-TABLE.
001420     05 VENDOR-ENTRY OCCURS 1000 TIMES.
001430         10 VEND-TBL-ID        PIC X(08).
001440         10 VEND-TBL-COUNT     PIC 9(07) COMP.
001450         10 VEND-TBL-GROSS     PIC S9(11)V99 COMP-3.
001460         10 VEND-TBL-WITHHELD  PIC S9(11)V99 COMP-3.
001470
001480 PROCEDURE DIVISION.
001490 BEGIN.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001510     PERFORM 2000-ROLL-UP-HISTORY THRU 2000-EXIT
001520         UNTIL END-OF-PAY-HIST
001530     PERFORM 2500-PRINT-VENDOR-TOTALS THRU 2500-EXIT
001540     PERFORM 3000-TERMINATE THRU 3000-EXIT
001550     GOBACK
001560     .
001570
001580*----------------------------------------------------------------
001590*  1000-INITIALIZE - PICK UP THE REPORTING QUARTER, OPEN THE
001600*  FILES, PRINT THE HEADINGS AND PRIME THE HISTORY READ.  A
001610*  MISSING OR INVALID W945CTL CARD DEFAULTS TO THE LAST QUARTER
001620*  ENDED, THE NORMAL RUN EARLY IN THE FOLLOWING MONTH.
001630*----------------------------------------------------------------
001640 1000-INITIALIZE.
001650     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001660     MOVE RUN-DATE-YMD (1:4) TO RUN-YEAR
001670     MOVE RUN-DATE-YMD (5:2) TO RUN-MONTH
001680     COMPUTE REPORT-QUARTER = (RUN-MONTH + 2) / 3 - 1
001690     MOVE RUN-YEAR TO REPORT-YEAR
001700     IF REPORT-QUARTER = ZERO
001710         MOVE 4 TO REPORT-QUARTER
001720         COMPUTE REPORT-YEAR = RUN-YEAR - 1
001730     END-IF
001740     OPEN INPUT W945-CTL
001750     READ W945-CTL
001760         AT END
001770             CONTINUE
001780         NOT AT END
001790             IF W945-CTL-YEAR NUMERIC
001800                     AND W945-CTL-QUARTER >= '1'
001810                     AND W945-CTL-QUARTER <= '4'
001820                 MOVE W945-CTL-YEAR TO REPORT-YEAR
001830                 MOVE W945-CTL-QUARTER TO REPORT-QUARTER
001840             ELSE
001850                 DISPLAY 'INVALID W945CTL QUARTER: ' W945-CTL-YEAR
001860                     W945-CTL-QUARTER ' - REPORTING ON '
001870                     REPORT-YEAR ' Q' REPORT-QUARTER
001880             END-IF
001890     END-READ
001900     CLOSE W945-CTL
001910     MOVE REPORT-YEAR TO REPORT-YEAR-X
001920     COMPUTE FIRST-MONTH = REPORT-QUARTER * 3 - 2
001930     COMPUTE LAST-MONTH = REPORT-QUARTER * 3
001940     MOVE ZERO TO MONTH-WITHHELD (1)
001950     MOVE ZERO TO MONTH-WITHHELD (2)
001960     MOVE ZERO TO MONTH-WITHHELD (3)
001970     OPEN INPUT PAY-HIST
001980     OPEN INPUT VEND-MAST
001990     OPEN OUTPUT W945-RPT
002000     MOVE SPACES TO W945-HEADING-LINE
002010     MOVE 'LIISTING9-27 - BACKUP WITHHOLDING (FORM 945) FOR'
002020         TO W945-HEADING-TEXT
002030     MOVE REPORT-YEAR TO W945-HEADING-YEAR
002040     MOVE ' Q' TO W945-HEADING-Q
002050     MOVE REPORT-QUARTER TO W945-HEADING-QUARTER
002060     WRITE W945-HEADING-LINE
002070     MOVE SPACES TO W945-COLUMN-LINE
002080     MOVE 'VENDOR    NAME                            TAX ID
002090-        '      COUNT         GROSS PAID       TAX WITHHELD'
002100         TO W945-COLUMN-LINE
002110     WRITE W945-COLUMN-LINE
002120     MOVE SPACES TO W945-BLANK-LINE
002130     WRITE W945-BLANK-LINE
002140     PERFORM 1100-READ-HISTORY THRU 1100-EXIT
002150     .
002160 1000-EXIT.
002170     EXIT.
002180
002190 1100-READ-HISTORY.
002200     READ PAY-HIST NEXT
002210         AT END SET END-OF-PAY-HIST TO TRUE
002220         NOT AT END ADD 1 TO HISTORY-READ-COUNT
002230     END-READ
002240     .
002250 1100-EXIT.
002260     EXIT.
002270
002280*----------------------------------------------------------------
002290*  2000-ROLL-UP-HISTORY - ACCUMULATE ONE HISTORY RECORD INTO ITS
002300*  VENDOR'S TABLE ENTRY AND ITS MONTH IF IT FALLS IN THE QUARTER
002310*  AND CARRIES WITHHOLDING, THEN READ THE NEXT.  OLDER HISTORY
002320*  (SPACES IN THE WITHHELD AMOUNT) AND RETURNED ACH PAYMENTS
002330*  ARE NOT SELECTED.
002340*----------------------------------------------------------------
002350 2000-ROLL-UP-HISTORY.
002360     MOVE HIST-TRANSACTION-DATE (5:2) TO HIST-MONTH
002370     IF HIST-TRANSACTION-DATE (1:4) = REPORT-YEAR-X
002380             AND HIST-MONTH >= FIRST-MONTH
002390             AND HIST-MONTH <= LAST-MONTH
002400             AND NOT HIST-ACH-RETURNED
002410             AND HIST-WITHHELD-AMOUNT NUMERIC
002420             AND HIST-WITHHELD-AMOUNT NOT = ZERO
002430         ADD 1 TO SELECTED-COUNT
002440         IF HIST-BASE-AMOUNT NUMERIC
002450             MOVE HIST-BASE-AMOUNT TO RECORD-GROSS
002460         ELSE
002470             MOVE ZERO TO RECORD-GROSS
002480         END-IF
002490         COMPUTE MONTH-INDEX = HIST-MONTH - FIRST-MONTH + 1
002500         ADD HIST-WITHHELD-AMOUNT TO MONTH-WITHHELD (MONTH-INDEX)
002510         ADD HIST-WITHHELD-AMOUNT TO QUARTER-WITHHELD
002520         ADD RECORD-GROSS TO QUARTER-GROSS
002530         PERFORM 2100-ACCUMULATE-VENDOR THRU 2100-EXIT
002540     END-IF
002550     PERFORM 1100-READ-HISTORY THRU 1100-EXIT
002560     .
002570 2000-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------------
002610*  2100-ACCUMULATE-VENDOR - FIND (OR ADD) THE VENDOR'S TABLE
002620*  ENTRY AND FOLD THIS RECORD'S AMOUNTS IN
002630*----------------------------------------------------------------
002640 2100-ACCUMULATE-VENDOR.
002650     MOVE 'N' TO VENDOR-FOUND-SWITCH
002660     PERFORM 2110-MATCH-VENDOR-ENTRY THRU 2110-EXIT
002670         VARYING VENDOR-INDEX FROM 1 BY 1
002680         UNTIL VENDOR-INDEX > VENDOR-COUNT OR VENDOR-FOUND
002690     IF NOT VENDOR-FOUND
002700         IF VENDOR-COUNT < VENDOR-TABLE-LIMIT
002710             ADD 1 TO VENDOR-COUNT
002720             MOVE HIST-VENDOR-ID TO VEND-TBL-ID (VENDOR-COUNT)
002730             MOVE 1 TO VEND-TBL-COUNT (VENDOR-COUNT)
002740             MOVE RECORD-GROSS TO VEND-TBL-GROSS (VENDOR-COUNT)
002750             MOVE HIST-WITHHELD-AMOUNT
002760                 TO VEND-TBL-WITHHELD (VENDOR-COUNT)
002770         ELSE
002780             DISPLAY "*** VENDOR TABLE FULL - VENDOR "
002790                 HIST-VENDOR-ID " NOT ROLLED UP"
002800             MOVE 8 TO RETURN-CODE
002810         END-IF
002820     END-IF
002830     .
002840 2100-EXIT.
002850     EXIT.
002860
002870 2110-MATCH-VENDOR-ENTRY.
002880     IF VEND-TBL-ID (VENDOR-INDEX) = HIST-VENDOR-ID
002890         SET VENDOR-FOUND TO TRUE
002900         ADD 1 TO VEND-TBL-COUNT (VENDOR-INDEX)
002910         ADD RECORD-GROSS TO VEND-TBL-GROSS (VENDOR-INDEX)
002920         ADD HIST-WITHHELD-AMOUNT
002930             TO VEND-TBL-WITHHELD (VENDOR-INDEX)
002940     END-IF
002950     .
002960 2110-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------
003000*  2500-PRINT-VENDOR-TOTALS - ONE LINE PER VENDOR WITH THE NAME
003010*  AND TAX ID FROM THE MASTER.  THE NOTE SAYS WHY THE VENDOR IS
003020*  WITHHELD FROM - NO TAX ID, OR THE DATE OF ITS B-NOTICE - OR
003030*  FLAGS A VENDOR ID WITH NO MASTER RECORD FOR AP TO RESEARCH.
003040*----------------------------------------------------------------
003050 2500-PRINT-VENDOR-TOTALS.
003060     PERFORM 2510-PRINT-ONE-VENDOR THRU 2510-EXIT
003070         VARYING VENDOR-INDEX FROM 1 BY 1
003080         UNTIL VENDOR-INDEX > VENDOR-COUNT
003090     .
003100 2500-EXIT.
003110     EXIT.
003120
003130 2510-PRINT-ONE-VENDOR.
003140     MOVE SPACES TO W945-DETAIL-LINE
003150     MOVE VEND-TBL-ID (VENDOR-INDEX) TO W945-VENDOR-OUT
003160     MOVE VEND-TBL-COUNT (VENDOR-INDEX) TO W945-COUNT-OUT
003170     MOVE VEND-TBL-GROSS (VENDOR-INDEX) TO W945-GROSS-OUT
003180     MOVE VEND-TBL-WITHHELD (VENDOR-INDEX) TO W945-WITHHELD-OUT
003190     MOVE VEND-TBL-ID (VENDOR-INDEX) TO VEND-ID
003200     READ VEND-MAST
003210         INVALID KEY
003220             MOVE 'VENDOR NOT ON FILE' TO W945-NOTE-OUT
003230         NOT INVALID KEY
003240             MOVE VEND-NAME TO W945-NAME-OUT
003250             MOVE VEND-TAX-ID TO W945-TAX-ID-OUT
003260             EVALUATE TRUE
003270                 WHEN VEND-TAX-ID = SPACES
003280                     MOVE 'NO TAX ID ON FILE' TO W945-NOTE-OUT
003290                 WHEN VEND-BNOTICE-DATE NUMERIC
003300                         AND VEND-BNOTICE-DATE NOT = ZERO
003310                     MOVE 'B-NOTICE' TO W945-NOTE-OUT
003320                     MOVE VEND-BNOTICE-DATE
003330                         TO W945-NOTE-OUT (10:8)
003340                 WHEN VEND-BACKUP-WITHHOLD
003350                     MOVE 'FLAGGED BY AP' TO W945-NOTE-OUT
003360                 WHEN OTHER
003370                     MOVE 'NO LONGER FLAGGED' TO W945-NOTE-OUT
003380             END-EVALUATE
003390     END-READ
003400     WRITE W945-DETAIL-LINE
003410     .
003420 2510-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------
003460*  3000-TERMINATE - QUARTER TOTAL, WITHHOLDING BY MONTH, RUN
003470*  TOTALS AND CLOSE
003480*----------------------------------------------------------------
003490 3000-TERMINATE.
003500     MOVE SPACES TO W945-BLANK-LINE
003510     WRITE W945-BLANK-LINE
003520     MOVE SPACES TO W945-TOTAL-LINE
003530     MOVE 'QUARTER TOTAL - VENDORS' TO W945-TOTAL-LABEL
003540     MOVE VENDOR-COUNT TO W945-TOTAL-COUNT
003550     MOVE QUARTER-GROSS TO W945-TOTAL-GROSS
003560     MOVE QUARTER-WITHHELD TO W945-TOTAL-WITHHELD
003570     WRITE W945-TOTAL-LINE
003580     MOVE SPACES TO W945-BLANK-LINE
003590     WRITE W945-BLANK-LINE
003600     PERFORM 3100-PRINT-MONTH THRU 3100-EXIT
003610         VARYING MONTH-INDEX FROM 1 BY 1
003620         UNTIL MONTH-INDEX > 3
003630     CLOSE PAY-HIST
003640     CLOSE VEND-MAST
003650     CLOSE W945-RPT
003660     MOVE HISTORY-READ-COUNT TO EDIT-HISTORY-READ-COUNT
003670     MOVE SELECTED-COUNT TO EDIT-SELECTED-COUNT
003680     MOVE QUARTER-WITHHELD TO EDIT-QUARTER-WITHHELD
003690     DISPLAY "----------------------------------------"
003700     DISPLAY "HISTORY RECORDS READ . . " EDIT-HISTORY-READ-COUNT
003710     DISPLAY "SELECTED FOR " REPORT-YEAR " Q" REPORT-QUARTER
003720         " . . " EDIT-SELECTED-COUNT
003730     DISPLAY "TAX WITHHELD . . . . . . " EDIT-QUARTER-WITHHELD
003740     .
003750 3000-EXIT.
003760     EXIT.
003770
003780 3100-PRINT-MONTH.
003790     MOVE SPACES TO W945-MONTH-LINE
003800     MOVE 'WITHHELD IN MONTH' TO W945-MONTH-LABEL
003810     MOVE REPORT-YEAR TO W945-MONTH-YEAR
003820     MOVE '-' TO W945-MONTH-DASH
003830     COMPUTE W945-MONTH-NUMBER = FIRST-MONTH + MONTH-INDEX - 1
003840     MOVE MONTH-WITHHELD (MONTH-INDEX) TO W945-MONTH-WITHHELD
003850     WRITE W945-MONTH-LINE
003860     .
003870 3100-EXIT.
003880     EXIT.
