000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LIISTING9-23.
000030 AUTHOR. 62160246.
000040 INSTALLATION. DAILY-BATCH-CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  10/15/2026 TWK  NEW PROGRAM.  MONTH-END CLOSE JOB FOR THE
000110*                  PERIODCTL ACCOUNTING PERIOD CONTROL FILE.
000120*                  THE CLOSECTL CARD NAMES THE PERIOD (YYYYMM,
000130*                  DEFAULT LAST MONTH) AND THE ACTION - 'S'
000140*                  SOFT-CLOSES IT, SO LIISTING9-1 RE-DATES
000150*                  LATE POSTINGS INTO THE NEXT OPEN MONTH; 'H'
000160*                  (THE DEFAULT) HARD-CLOSES IT, SO 9-1
000170*                  REJECTS THEM.  A HARD CLOSE IS ONLY TAKEN
000180*                  WHEN EVERY RUNCTL RUN DATED IN THE MONTH IS
000190*                  COMPLETE AND CONSUMED BY THE LIISTING9-7
000200*                  SUMMARIZATION; THE MONTH'S BUDGMAST RECORDS
000210*                  ARE THEN FROZEN SO LIISTING9-15 CAN NO
000220*                  LONGER CHANGE THEM.  A REFUSED CLOSE LEAVES
000230*                  EVERYTHING AS IT WAS AND ENDS WITH RETURN
000240*                  CODE 8; THE CLOSE-RPT REPORT LISTS EVERY RUN
000250*                  CHECKED AND WHY ANY ONE HELD THE CLOSE.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL PERIOD-CTL ASSIGN TO "PERIODCTL"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS PERIOD-YYYYMM.
000340     SELECT OPTIONAL RUN-CTL ASSIGN TO "RUNCTL"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS RUN-ID.
000380     SELECT OPTIONAL BUDG-MAST ASSIGN TO "BUDGMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS BUDG-KEY.
000420     SELECT OPTIONAL CLOSE-CTL ASSIGN TO "CLOSECTL"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT CLOSE-RPT ASSIGN TO "CLOSE-RPT"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PERIOD-CTL
000500     LABEL RECORDS ARE STANDARD.
000510     COPY PERIODREC.
000520
000530 FD  RUN-CTL
000540     LABEL RECORDS ARE STANDARD.
000550     COPY RUNCTL.
000560
000570 FD  BUDG-MAST
000580     LABEL RECORDS ARE STANDARD.
000590     COPY BUDGREC.
000600
000610*----------------------------------------------------------------
000620*  CLOSECTL CONTROL CARD - THE PERIOD TO CLOSE (YYYYMM) AND THE
000630*  ACTION, 'S' SOFT OR 'H' HARD.  THE FILE IS OPTIONAL; WITHOUT
000640*  IT LAST MONTH IS HARD-CLOSED.
000650*----------------------------------------------------------------
000660 FD  CLOSE-CTL
000670     LABEL RECORDS ARE STANDARD.
000680 01  CLOSE-CTL-RECORD.
000690     05  CLOSE-CTL-PERIOD        PIC X(06).
000700     05  CLOSE-CTL-ACTION        PIC X(01).
000710     05  FILLER                  PIC X(73).
000720
000730 FD  CLOSE-RPT
000740     LABEL RECORDS ARE STANDARD.
000750 01  CLOSE-HEADING-LINE.
000760     05  CLOSE-HEADING-TEXT      PIC X(48).
000770     05  CLOSE-HEADING-PERIOD    PIC 9999/99.
000780     05  FILLER                  PIC X(77).
000790 01  CLOSE-COLUMN-LINE           PIC X(132).
000800 01  CLOSE-DETAIL-LINE.
000810     05  CLOSE-RUN-ID-OUT        PIC X(10).
000820     05  FILLER                  PIC X(02).
000830     05  CLOSE-RUN-STATUS-OUT    PIC X(01).
000840     05  FILLER                  PIC X(04).
000850     05  CLOSE-RUN-RECORDS-OUT   PIC ZZZZZZ9.
000860     05  FILLER                  PIC X(02).
000870     05  CLOSE-SUM-STATUS-OUT    PIC X(01).
000880     05  FILLER                  PIC X(04).
000890     05  CLOSE-SUM-DATE-OUT      PIC 9999/99/99.
000900     05  FILLER                  PIC X(02).
000910     05  CLOSE-NOTE-OUT          PIC X(30).
000920     05  FILLER                  PIC X(59).
000930 01  CLOSE-TOTAL-LINE.
000940     05  CLOSE-TOTAL-LABEL       PIC X(28).
000950     05  CLOSE-TOTAL-COUNT       PIC ZZ,ZZ9.
000960     05  FILLER                  PIC X(98).
000970 01  CLOSE-RESULT-LINE           PIC X(132).
000980 01  CLOSE-BLANK-LINE            PIC X(132).
000990
001000 WORKING-STORAGE SECTION.
001010 77 RUN-EOF-SWITCH     PIC X(01)          VALUE 'N'.
001020     88 END-OF-RUNS                       VALUE 'Y'.
001030 77 BUDG-EOF-SWITCH    PIC X(01)          VALUE 'N'.
001040     88 END-OF-BUDGETS                    VALUE 'Y'.
001050 77 REFUSED-SWITCH     PIC X(01)          VALUE 'N'.
001060     88 CLOSE-REFUSED                     VALUE 'Y'.
001070 77 ON-FILE-SWITCH     PIC X(01)          VALUE 'N'.
001080     88 PERIOD-ON-FILE                    VALUE 'Y'.
001090 77 CLOSE-ACTION       PIC X(01)          VALUE 'H'.
001100     88 ACTION-SOFT-CLOSE                 VALUE 'S'.
001110     88 ACTION-HARD-CLOSE                 VALUE 'H'.
001120 77 RUN-DATE-YMD       PIC 9(08)          VALUE ZERO.
001130 77 RUN-SCAN-START     PIC 9(08)          VALUE ZERO.
001140 77 RUN-SCAN-END       PIC 9(08)          VALUE ZERO.
001150 77 RUN-CHECKED-COUNT  PIC 9(05) COMP     VALUE ZERO.
001160 77 RUN-BLOCKING-COUNT PIC 9(05) COMP     VALUE ZERO.
001170 77 FROZEN-COUNT       PIC 9(05) COMP     VALUE ZERO.
001180 01 CLOSE-RESULT       PIC X(60)          VALUE SPACES.
001190 01 EDIT-RUN-CHECKED-COUNT  PIC ZZ,ZZ9.
001200 01 EDIT-RUN-BLOCKING-COUNT PIC ZZ,ZZ9.
001210 01 EDIT-FROZEN-COUNT       PIC ZZ,ZZ9.
001220
001230 01 CLOSE-PERIOD       PIC 9(06)          VALUE ZERO.
001240 01 CLOSE-PERIOD-PARTS REDEFINES CLOSE-PERIOD.
001250     05 CLOSE-YEAR     PIC 9(04).
001260     05 CLOSE-MONTH    PIC 9(02).
001270 01 CURRENT-PERIOD     PIC 9(06)          VALUE ZERO.
001280
001290 PROCEDURE DIVISION.
001300 BEGIN.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001320     IF NOT CLOSE-REFUSED
001330         IF ACTION-SOFT-CLOSE
001340             PERFORM 2500-SOFT-CLOSE THRU 2500-EXIT
001350         ELSE
001360             PERFORM 2000-CHECK-RUN THRU 2000-EXIT
001370                 UNTIL END-OF-RUNS
001380             PERFORM 2200-DECIDE-HARD-CLOSE THRU 2200-EXIT
001390         END-IF
001400     END-IF
001410     PERFORM 3000-TERMINATE THRU 3000-EXIT
001420     GOBACK
001430     .
001440
001450*----------------------------------------------------------------
001460*  1000-INITIALIZE - PICK UP THE CLOSECTL CARD, OPEN THE FILES,
001470*  PRINT THE HEADINGS AND LOOK THE PERIOD UP.  THE CLOSE IS
001480*  REFUSED UP FRONT FOR A BAD CARD, A MONTH THAT HAS NOT YET
001490*  ENDED, A MONTH ALREADY HARD-CLOSED, OR A SOFT CLOSE OF A
001500*  MONTH ALREADY SOFT-CLOSED.  FOR A HARD CLOSE THE RUNCTL
001510*  SCAN IS POSITIONED ON THE FIRST RUN OF THE MONTH.
001520*----------------------------------------------------------------
001530 1000-INITIALIZE.
001540     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001550     MOVE RUN-DATE-YMD (1:6) TO CURRENT-PERIOD
001560     MOVE CURRENT-PERIOD TO CLOSE-PERIOD
001570     IF CLOSE-MONTH = 1
001580         SUBTRACT 1 FROM CLOSE-YEAR
001590         MOVE 12 TO CLOSE-MONTH
001600     ELSE
001610         SUBTRACT 1 FROM CLOSE-MONTH
001620     END-IF
001630     PERFORM 1100-READ-CLOSE-CARD THRU 1100-EXIT
001640     OPEN I-O PERIOD-CTL
001650     OPEN INPUT RUN-CTL
001660     OPEN OUTPUT CLOSE-RPT
001670     MOVE SPACES TO CLOSE-HEADING-LINE
001680     IF ACTION-SOFT-CLOSE
001690         MOVE 'LIISTING9-23 - MONTH-END SOFT CLOSE FOR PERIOD'
001700             TO CLOSE-HEADING-TEXT
001710     ELSE
001720         MOVE 'LIISTING9-23 - MONTH-END HARD CLOSE FOR PERIOD'
001730             TO CLOSE-HEADING-TEXT
001740     END-IF
001750     MOVE CLOSE-PERIOD TO CLOSE-HEADING-PERIOD
001760     WRITE CLOSE-HEADING-LINE
001770     MOVE SPACES TO CLOSE-BLANK-LINE
001780     WRITE CLOSE-BLANK-LINE
001790     IF NOT CLOSE-REFUSED
001800         PERFORM 1200-READ-PERIOD THRU 1200-EXIT
001810     END-IF
001820     IF CLOSE-REFUSED
001830         SET END-OF-RUNS TO TRUE
001840     ELSE
001850         IF ACTION-HARD-CLOSE
001860             PERFORM 1300-POSITION-RUNS THRU 1300-EXIT
001870         END-IF
001880     END-IF
001890     .
001900 1000-EXIT.
001910     EXIT.
001920
001930 1100-READ-CLOSE-CARD.
001940     OPEN INPUT CLOSE-CTL
001950     READ CLOSE-CTL
001960         AT END
001970             CONTINUE
001980         NOT AT END
001990             IF CLOSE-CTL-PERIOD NOT = SPACES
002000                 IF CLOSE-CTL-PERIOD NUMERIC
002010                     MOVE CLOSE-CTL-PERIOD TO CLOSE-PERIOD
002020                 ELSE
002030                     DISPLAY 'INVALID CLOSECTL PERIOD: '
002040                         CLOSE-CTL-PERIOD
002050                     MOVE 'INVALID PERIOD ON CLOSECTL CARD'
002060                         TO CLOSE-RESULT
002070                     SET CLOSE-REFUSED TO TRUE
002080                 END-IF
002090             END-IF
002100             IF CLOSE-CTL-ACTION NOT = SPACE
002110                 MOVE CLOSE-CTL-ACTION TO CLOSE-ACTION
002120                 IF NOT ACTION-SOFT-CLOSE
002130                         AND NOT ACTION-HARD-CLOSE
002140                     DISPLAY 'INVALID CLOSECTL ACTION: '
002150                         CLOSE-CTL-ACTION
002160                     MOVE 'H' TO CLOSE-ACTION
002170                     MOVE 'INVALID ACTION ON CLOSECTL CARD'
002180                         TO CLOSE-RESULT
002190                     SET CLOSE-REFUSED TO TRUE
002200                 END-IF
002210             END-IF
002220     END-READ
002230     CLOSE CLOSE-CTL
002240     IF NOT CLOSE-REFUSED
002250         IF CLOSE-MONTH < 1 OR CLOSE-MONTH > 12
002260             MOVE 'INVALID PERIOD ON CLOSECTL CARD'
002270                 TO CLOSE-RESULT
002280             SET CLOSE-REFUSED TO TRUE
002290         END-IF
002300     END-IF
002310     IF NOT CLOSE-REFUSED
002320         IF CLOSE-PERIOD NOT < CURRENT-PERIOD
002330             MOVE 'PERIOD HAS NOT ENDED - NOT CLOSED'
002340                 TO CLOSE-RESULT
002350             SET CLOSE-REFUSED TO TRUE
002360         END-IF
002370     END-IF
002380     .
002390 1100-EXIT.
002400     EXIT.
002410
002420*----------------------------------------------------------------
002430*  1200-READ-PERIOD - A MONTH NOT ON PERIODCTL IS OPEN AND GETS
002440*  A NEW RECORD WHEN IT CLOSES.  A HARD CLOSE IS FINAL.
002450*----------------------------------------------------------------
002460 1200-READ-PERIOD.
002470     MOVE CLOSE-PERIOD TO PERIOD-YYYYMM
002480     READ PERIOD-CTL
002490         INVALID KEY
002500             MOVE 'N' TO ON-FILE-SWITCH
002510             MOVE SPACES TO PERIOD-RECORD
002520             MOVE CLOSE-PERIOD TO PERIOD-YYYYMM
002530             MOVE 'O' TO PERIOD-STATUS
002540             MOVE ZERO TO PERIOD-SOFT-CLOSE-DATE
002550             MOVE ZERO TO PERIOD-HARD-CLOSE-DATE
002560             MOVE ZERO TO PERIOD-RUN-COUNT
002570             MOVE ZERO TO PERIOD-FROZEN-COUNT
002580         NOT INVALID KEY
002590             SET PERIOD-ON-FILE TO TRUE
002600     END-READ
002610     EVALUATE TRUE
002620         WHEN PERIOD-HARD-CLOSED
002630             MOVE 'PERIOD ALREADY HARD-CLOSED' TO CLOSE-RESULT
002640             SET CLOSE-REFUSED TO TRUE
002650         WHEN PERIOD-SOFT-CLOSED AND ACTION-SOFT-CLOSE
002660             MOVE 'PERIOD ALREADY SOFT-CLOSED' TO CLOSE-RESULT
002670             SET CLOSE-REFUSED TO TRUE
002680         WHEN OTHER
002690             CONTINUE
002700     END-EVALUATE
002710     .
002720 1200-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------------
002760*  1300-POSITION-RUNS - START THE RUNCTL SCAN AT THE FIRST RUN
002770*  ID DATED IN THE MONTH AND PRINT THE COLUMN HEADINGS
002780*----------------------------------------------------------------
002790 1300-POSITION-RUNS.
002800     MOVE SPACES TO CLOSE-COLUMN-LINE
002810     MOVE 'RUN ID     9-1   RECORDS 9-7   SUMMARIZED  NOTE'
002820         TO CLOSE-COLUMN-LINE
002830     WRITE CLOSE-COLUMN-LINE
002840     COMPUTE RUN-SCAN-START = CLOSE-PERIOD * 100 + 1
002850     COMPUTE RUN-SCAN-END = CLOSE-PERIOD * 100 + 31
002860     MOVE RUN-SCAN-START TO RUN-ID-DATE
002870     MOVE ZERO TO RUN-ID-SEQ
002880     START RUN-CTL KEY IS NOT < RUN-ID
002890         INVALID KEY
002900             SET END-OF-RUNS TO TRUE
002910     END-START
002920     IF NOT END-OF-RUNS
002930         PERFORM 1310-READ-NEXT-RUN THRU 1310-EXIT
002940     END-IF
002950     .
002960 1300-EXIT.
002970     EXIT.
002980
002990 1310-READ-NEXT-RUN.
003000     READ RUN-CTL NEXT
003010         AT END
003020             SET END-OF-RUNS TO TRUE
003030         NOT AT END
003040             IF RUN-ID-DATE > RUN-SCAN-END
003050                 SET END-OF-RUNS TO TRUE
003060             END-IF
003070     END-READ
003080     .
003090 1310-EXIT.
003100     EXIT.
003110
003120*----------------------------------------------------------------
003130*  2000-CHECK-RUN - ONE RUN OF THE MONTH.  IT HOLDS THE CLOSE
003140*  UNLESS LIISTING9-1 MARKED IT COMPLETE AND LIISTING9-7 HAS
003150*  CONSUMED IT; EITHER WAY IT IS LISTED ON THE REPORT.
003160*----------------------------------------------------------------
003170 2000-CHECK-RUN.
003180     ADD 1 TO RUN-CHECKED-COUNT
003190     MOVE SPACES TO CLOSE-DETAIL-LINE
003200     MOVE RUN-ID TO CLOSE-RUN-ID-OUT
003210     MOVE RUN-STATUS TO CLOSE-RUN-STATUS-OUT
003220     MOVE RUN-RECORD-COUNT TO CLOSE-RUN-RECORDS-OUT
003230     MOVE RUN-SUM-STATUS TO CLOSE-SUM-STATUS-OUT
003240     MOVE RUN-SUM-END-DATE TO CLOSE-SUM-DATE-OUT
003250     EVALUATE TRUE
003260         WHEN NOT RUN-COMPLETE
003270             ADD 1 TO RUN-BLOCKING-COUNT
003280             MOVE 'RUN NOT COMPLETE IN 9-1' TO CLOSE-NOTE-OUT
003290         WHEN NOT RUN-SUM-CONSUMED
003300             ADD 1 TO RUN-BLOCKING-COUNT
003310             MOVE 'NOT CONSUMED BY 9-7' TO CLOSE-NOTE-OUT
003320         WHEN OTHER
003330             MOVE 'READY' TO CLOSE-NOTE-OUT
003340     END-EVALUATE
003350     WRITE CLOSE-DETAIL-LINE
003360     PERFORM 1310-READ-NEXT-RUN THRU 1310-EXIT
003370     .
003380 2000-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------------
003420*  2200-DECIDE-HARD-CLOSE - EVERY RUN IS IN.  IF NONE HELD THE
003430*  CLOSE, FREEZE THE MONTH'S BUDGETS FIRST AND ONLY THEN MARK
003440*  THE PERIOD HARD-CLOSED, SO A JOB THAT DIES PART WAY LEAVES
003450*  THE PERIOD OPEN AND THE RERUN FINISHES THE FREEZE.
003460*----------------------------------------------------------------
003470 2200-DECIDE-HARD-CLOSE.
003480     IF RUN-BLOCKING-COUNT > ZERO
003490         MOVE 'RUNS OUTSTANDING - PERIOD NOT CLOSED'
003500             TO CLOSE-RESULT
003510         SET CLOSE-REFUSED TO TRUE
003520     ELSE
003530         OPEN I-O BUDG-MAST
003540         PERFORM 2300-FREEZE-BUDGET THRU 2300-EXIT
003550             UNTIL END-OF-BUDGETS
003560         CLOSE BUDG-MAST
003570         MOVE 'H' TO PERIOD-STATUS
003580         MOVE RUN-DATE-YMD TO PERIOD-HARD-CLOSE-DATE
003590         MOVE RUN-CHECKED-COUNT TO PERIOD-RUN-COUNT
003600         MOVE FROZEN-COUNT TO PERIOD-FROZEN-COUNT
003610         PERFORM 2700-STORE-PERIOD THRU 2700-EXIT
003620         IF RUN-CHECKED-COUNT = ZERO
003630             MOVE 'PERIOD HARD-CLOSED - NO RUNS ON FILE'
003640                 TO CLOSE-RESULT
003650             MOVE 4 TO RETURN-CODE
003660         ELSE
003670             MOVE 'PERIOD HARD-CLOSED' TO CLOSE-RESULT
003680         END-IF
003690     END-IF
003700     .
003710 2200-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------
003750*  2300-FREEZE-BUDGET - BUDGMAST IS KEYED ACCOUNT FIRST, SO THE
003760*  WHOLE FILE IS PASSED AND EVERY RECORD FOR THE CLOSING MONTH
003770*  IS FLAGGED FROZEN.  ONE ALREADY FROZEN IS LEFT ALONE.
003780*----------------------------------------------------------------
003790 2300-FREEZE-BUDGET.
003800     READ BUDG-MAST NEXT
003810         AT END
003820             SET END-OF-BUDGETS TO TRUE
003830         NOT AT END
003840             IF BUDG-PERIOD = CLOSE-PERIOD
003850                     AND NOT BUDG-FROZEN
003860                 MOVE 'F' TO BUDG-FROZEN-FLAG
003870                 REWRITE BUDG-RECORD
003880                 END-REWRITE
003890                 ADD 1 TO FROZEN-COUNT
003900             END-IF
003910     END-READ
003920     .
003930 2300-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------
003970*  2500-SOFT-CLOSE - MARK THE PERIOD SOFT-CLOSED.  NO RUN OR
003980*  BUDGET CHECKING APPLIES; LATE POSTINGS ARE RE-DATED BY
003990*  LIISTING9-1 FROM HERE ON.
004000*----------------------------------------------------------------
004010 2500-SOFT-CLOSE.
004020     MOVE 'S' TO PERIOD-STATUS
004030     MOVE RUN-DATE-YMD TO PERIOD-SOFT-CLOSE-DATE
004040     PERFORM 2700-STORE-PERIOD THRU 2700-EXIT
004050     MOVE 'PERIOD SOFT-CLOSED' TO CLOSE-RESULT
004060     .
004070 2500-EXIT.
004080     EXIT.
004090
004100 2700-STORE-PERIOD.
004110     IF PERIOD-ON-FILE
004120         REWRITE PERIOD-RECORD
004130             INVALID KEY
004140                 DISPLAY '*** PERIODCTL REWRITE FAILED FOR '
004150                     PERIOD-YYYYMM
004160                 MOVE 8 TO RETURN-CODE
004170         END-REWRITE
004180     ELSE
004190         WRITE PERIOD-RECORD
004200             INVALID KEY
004210                 DISPLAY '*** PERIODCTL WRITE FAILED FOR '
004220                     PERIOD-YYYYMM
004230                 MOVE 8 TO RETURN-CODE
004240         END-WRITE
004250     END-IF
004260     .
004270 2700-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------------
004310*  3000-TERMINATE - TOTALS, THE RESULT LINE AND CLOSE.  A
004320*  REFUSED CLOSE ENDS WITH RETURN CODE 8 SO THE SCHEDULER
004330*  HOLDS THE MONTH-END STREAM.
004340*----------------------------------------------------------------
004350 3000-TERMINATE.
004360     IF ACTION-HARD-CLOSE
004370         MOVE SPACES TO CLOSE-BLANK-LINE
004380         WRITE CLOSE-BLANK-LINE
004390         MOVE SPACES TO CLOSE-TOTAL-LINE
004400         MOVE 'RUNS CHECKED' TO CLOSE-TOTAL-LABEL
004410         MOVE RUN-CHECKED-COUNT TO CLOSE-TOTAL-COUNT
004420         WRITE CLOSE-TOTAL-LINE
004430         MOVE SPACES TO CLOSE-TOTAL-LINE
004440         MOVE 'RUNS HOLDING THE CLOSE' TO CLOSE-TOTAL-LABEL
004450         MOVE RUN-BLOCKING-COUNT TO CLOSE-TOTAL-COUNT
004460         WRITE CLOSE-TOTAL-LINE
004470         MOVE SPACES TO CLOSE-TOTAL-LINE
004480         MOVE 'BUDGETS FROZEN' TO CLOSE-TOTAL-LABEL
004490         MOVE FROZEN-COUNT TO CLOSE-TOTAL-COUNT
004500         WRITE CLOSE-TOTAL-LINE
004510     END-IF
004520     MOVE SPACES TO CLOSE-BLANK-LINE
004530     WRITE CLOSE-BLANK-LINE
004540     MOVE SPACES TO CLOSE-RESULT-LINE
004550     MOVE CLOSE-RESULT TO CLOSE-RESULT-LINE
004560     WRITE CLOSE-RESULT-LINE
004570     CLOSE PERIOD-CTL
004580     CLOSE RUN-CTL
004590     CLOSE CLOSE-RPT
004600     IF CLOSE-REFUSED
004610         MOVE 8 TO RETURN-CODE
004620     END-IF
004630     MOVE RUN-CHECKED-COUNT TO EDIT-RUN-CHECKED-COUNT
004640     MOVE RUN-BLOCKING-COUNT TO EDIT-RUN-BLOCKING-COUNT
004650     MOVE FROZEN-COUNT TO EDIT-FROZEN-COUNT
004660     DISPLAY "----------------------------------------"
004670     DISPLAY "PERIOD . . . . . . . . . " CLOSE-PERIOD
004680     DISPLAY "RUNS CHECKED . . . . . . " EDIT-RUN-CHECKED-COUNT
004690     DISPLAY "RUNS HOLDING THE CLOSE . " EDIT-RUN-BLOCKING-COUNT
004700     DISPLAY "BUDGETS FROZEN . . . . . " EDIT-FROZEN-COUNT
004710     IF CLOSE-REFUSED
004720         DISPLAY "*** CLOSE REFUSED - " CLOSE-RESULT
004730     ELSE
004740         DISPLAY CLOSE-RESULT
004750     END-IF
004760     .
004770 3000-EXIT.
004780     EXIT.
