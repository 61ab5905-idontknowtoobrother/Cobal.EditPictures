000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LIISTING9-24.
000030 AUTHOR. 62160246.
000040 INSTALLATION. DAILY-BATCH-CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  10/15/2026 TWK  NEW PROGRAM.  GL BALANCE POSTING.  APPLIES
000110*                  THE LIISTING9-7 GLSUM-OUT SUMMARIZED
000120*                  POSTINGS, THE LIISTING9-11 STALEGL BACK-OUTS
000130*                  AND THE LIISTING9-18 RTNGL BACK-OUTS TO THE
000140*                  GLBALMST ACCOUNT BALANCE MASTER, ONE BATCH
000150*                  PER FILE.  A GLSUM-OUT BATCH IS ONLY APPLIED
000160*                  WHEN ITS RUNCTL RUN IS COMPLETE AND CONSUMED
000170*                  BY 9-7.  EVERY BATCH IS LOGGED ON GLPOSTLOG
000180*                  UNDER ITS RUN OR BATCH ID, AND A BATCH
000190*                  ALREADY ON THE LOG IS REFUSED WITH RETURN
000200*                  CODE 8, SO A RERUN CANNOT DOUBLE-POST THE
000210*                  BALANCES.  THE POST-RPT REPORT SHOWS EACH
000220*                  BATCH WITH ITS COUNT, DEBITS AND CREDITS.
000230*                  THE GLSUM-OUT RUN ID COMES FROM THE GLCTL
000240*                  RECORD, SO A RUN THAT POSTED NOTHING IS
000250*                  STILL LOGGED AS APPLIED.
000251*  10/15/2026 TWK  A NEW PERIOD RECORD IS NOW BUILT WITH THE
000252*                  POSTING APPLIED AND WRITTEN ONCE, INSTEAD
000253*                  OF BEING WRITTEN EMPTY AND REWRITTEN FROM
000254*                  THE RECORD AREA.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL GLCTL-IN ASSIGN TO "GLCTL"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT OPTIONAL GLSUM-IN ASSIGN TO "GLSUM-OUT"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT OPTIONAL STALE-GL-IN ASSIGN TO "STALEGL"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT OPTIONAL RTN-GL-IN ASSIGN TO "RTNGL"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT OPTIONAL RUN-CTL ASSIGN TO "RUNCTL"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS RUN-ID.
000420     SELECT OPTIONAL GLBAL-MAST ASSIGN TO "GLBALMST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS GLBAL-KEY.
000460     SELECT OPTIONAL GLPOST-LOG ASSIGN TO "GLPOSTLOG"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS GLPOST-BATCH-ID.
000500     SELECT POST-RPT ASSIGN TO "POST-RPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550*----------------------------------------------------------------
000560*  THE THREE INPUTS ARE ALL IN THE GLEXTRACT LAYOUT (GLSUM-OUT
000570*  CARRIES ITS RUN ID IN THE GL-RUN-ID COLUMNS) AND ARE READ
000580*  INTO THE ONE GL-EXTRACT-RECORD IN WORKING-STORAGE.
000590*----------------------------------------------------------------
000600 FD  GLCTL-IN
000610     LABEL RECORDS ARE STANDARD.
000620     COPY GLCTLREC.
000630
000640 FD  GLSUM-IN
000650     LABEL RECORDS ARE STANDARD.
000660 01  GLSUM-IN-RECORD             PIC X(80).
000670
000680 FD  STALE-GL-IN
000690     LABEL RECORDS ARE STANDARD.
000700 01  STALE-GL-IN-RECORD          PIC X(80).
000710
000720 FD  RTN-GL-IN
000730     LABEL RECORDS ARE STANDARD.
000740 01  RTN-GL-IN-RECORD            PIC X(80).
000750
000760 FD  RUN-CTL
000770     LABEL RECORDS ARE STANDARD.
000780     COPY RUNCTL.
000790
000800 FD  GLBAL-MAST
000810     LABEL RECORDS ARE STANDARD.
000820     COPY GLBALREC.
000830
000840 FD  GLPOST-LOG
000850     LABEL RECORDS ARE STANDARD.
000860     COPY GLPOSTREC.
000870
000880 FD  POST-RPT
000890     LABEL RECORDS ARE STANDARD.
000900 01  POST-HEADING-LINE.
000910     05  POST-HEADING-TEXT       PIC X(48).
000920     05  POST-HEADING-DATE       PIC 9999/99/99.
000930     05  FILLER                  PIC X(74).
000940 01  POST-COLUMN-LINE            PIC X(132).
000950 01  POST-DETAIL-LINE.
000960     05  POST-SOURCE-OUT         PIC X(09).
000970     05  FILLER                  PIC X(02).
000980     05  POST-BATCH-ID-OUT       PIC X(10).
000990     05  FILLER                  PIC X(02).
001000     05  POST-COUNT-OUT          PIC Z,ZZZ,ZZ9.
001010     05  FILLER                  PIC X(02).
001020     05  POST-DEBITS-OUT         PIC $,$$$,$$$,$$9.99.
001030     05  FILLER                  PIC X(02).
001040     05  POST-CREDITS-OUT        PIC $,$$$,$$$,$$9.99.
001050     05  FILLER                  PIC X(02).
001060     05  POST-NOTE-OUT           PIC X(36).
001070     05  FILLER                  PIC X(26).
001080 01  POST-TOTAL-LINE.
001090     05  POST-TOTAL-LABEL        PIC X(28).
001100     05  POST-TOTAL-COUNT        PIC ZZ,ZZ9.
001110     05  FILLER                  PIC X(98).
001120 01  POST-BLANK-LINE             PIC X(132).
001130
001140 WORKING-STORAGE SECTION.
001150     COPY GLEXTRACT.
001160
001170 77 BATCH-EOF-SWITCH   PIC X(01)          VALUE 'N'.
001180     88 END-OF-BATCH                      VALUE 'Y'.
001190 77 BATCH-OK-SWITCH    PIC X(01)          VALUE 'N'.
001200     88 BATCH-ACCEPTED                    VALUE 'Y'.
001210 77 BATCH-PRESENT-SWITCH PIC X(01)        VALUE 'N'.
001220     88 BATCH-PRESENT                     VALUE 'Y'.
001230 77 SCAN-SWITCH        PIC X(01)          VALUE 'N'.
001240     88 SCAN-DONE                         VALUE 'Y'.
001241 77 NEW-BALANCE-SWITCH PIC X(01)          VALUE 'N'.
001242     88 NEW-BALANCE-RECORD                VALUE 'Y'.
001250 77 BATCH-SOURCE       PIC X(01)          VALUE SPACE.
001260     88 SOURCE-GLSUM                      VALUE 'G'.
001270     88 SOURCE-STALEGL                    VALUE 'S'.
001280     88 SOURCE-RTNGL                      VALUE 'R'.
001290 77 BATCH-ID           PIC X(10)          VALUE SPACES.
001300 77 BATCH-NOTE         PIC X(36)          VALUE SPACES.
001310 77 GLCTL-BATCH-ID     PIC X(10)          VALUE SPACES.
001320 77 RUN-DATE-YMD       PIC 9(08)          VALUE ZERO.
001330 77 RUN-TIME-NOW       PIC 9(08)          VALUE ZERO.
001340 77 AMOUNT-INTEGER     PIC 9(08)          VALUE ZERO.
001350 77 AMOUNT-DECIMAL     PIC 9(02)          VALUE ZERO.
001360 77 POST-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
001370 77 POST-ACCOUNT-CODE  PIC X(10)          VALUE SPACES.
001380 77 OPENING-FOUND      PIC S9(11)V99 COMP-3 VALUE ZERO.
001390 77 BATCH-RECORD-COUNT PIC 9(07) COMP     VALUE ZERO.
001400 77 BATCH-DEBIT-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
001410 77 BATCH-CREDIT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
001420 77 BATCHES-POSTED     PIC 9(05) COMP     VALUE ZERO.
001430 77 BATCHES-REFUSED    PIC 9(05) COMP     VALUE ZERO.
001440 77 RECORDS-POSTED     PIC 9(07) COMP     VALUE ZERO.
001450 77 BALANCES-ADDED     PIC 9(05) COMP     VALUE ZERO.
001460 01 EDIT-BATCHES-POSTED  PIC ZZ,ZZ9.
001470 01 EDIT-BATCHES-REFUSED PIC ZZ,ZZ9.
001480 01 EDIT-RECORDS-POSTED  PIC Z,ZZZ,ZZ9.
001490 01 EDIT-BALANCES-ADDED  PIC ZZ,ZZ9.
001500
001510 01 POST-PERIOD        PIC 9(06)          VALUE ZERO.
001520 01 POST-PERIOD-PARTS REDEFINES POST-PERIOD.
001530     05 POST-YEAR      PIC 9(04).
001540     05 POST-MONTH     PIC 9(02).
001550
001560 PROCEDURE DIVISION.
001570 BEGIN.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001590     MOVE 'G' TO BATCH-SOURCE
001600     PERFORM 2000-POST-BATCH THRU 2000-EXIT
001610     MOVE 'S' TO BATCH-SOURCE
001620     PERFORM 2000-POST-BATCH THRU 2000-EXIT
001630     MOVE 'R' TO BATCH-SOURCE
001640     PERFORM 2000-POST-BATCH THRU 2000-EXIT
001650     PERFORM 3000-TERMINATE THRU 3000-EXIT
001660     GOBACK
001670     .
001680
001690*----------------------------------------------------------------
001700*  1000-INITIALIZE - OPEN THE MASTERS AND THE REPORT AND PRINT
001710*  THE HEADINGS
001720*----------------------------------------------------------------
001730 1000-INITIALIZE.
001740     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001750     OPEN INPUT GLCTL-IN
001760     READ GLCTL-IN
001770         AT END
001780             CONTINUE
001790         NOT AT END
001800             MOVE GLCTL-RUN-ID TO GLCTL-BATCH-ID
001810     END-READ
001820     CLOSE GLCTL-IN
001830     OPEN INPUT RUN-CTL
001840     OPEN I-O GLBAL-MAST
001850     OPEN I-O GLPOST-LOG
001860     OPEN OUTPUT POST-RPT
001870     MOVE SPACES TO POST-HEADING-LINE
001880     MOVE 'LIISTING9-24 - GL BALANCE POSTING FOR'
001890         TO POST-HEADING-TEXT
001900     MOVE RUN-DATE-YMD TO POST-HEADING-DATE
001910     WRITE POST-HEADING-LINE
001920     MOVE SPACES TO POST-COLUMN-LINE
001930     MOVE 'SOURCE     BATCH ID      RECORDS            DEBITS
001940-        '           CREDITS  NOTE' TO POST-COLUMN-LINE
001950     WRITE POST-COLUMN-LINE
001960     MOVE SPACES TO POST-BLANK-LINE
001970     WRITE POST-BLANK-LINE
001980     .
001990 1000-EXIT.
002000     EXIT.
002010
002020*----------------------------------------------------------------
002030*  2000-POST-BATCH - ONE INPUT FILE IS ONE BATCH, IDENTIFIED BY
002040*  ITS RUN OR BATCH ID - FOR GLSUM-OUT THE GLCTL RUN ID, FOR
002050*  THE BACK-OUT FILES THE ID ON THE FIRST RECORD.  A BACK-OUT
002060*  FILE THAT IS EMPTY OR MISSING, OR A MISSING GLCTL, HAS
002070*  NOTHING TO POST.  A BATCH THAT PASSES 2100-CHECK-BATCH IS
002080*  LOGGED AS STARTED, APPLIED RECORD BY RECORD, AND LOGGED
002090*  COMPLETE WITH ITS TOTALS.
002100*----------------------------------------------------------------
002110 2000-POST-BATCH.
002120     MOVE 'N' TO BATCH-EOF-SWITCH
002130     MOVE 'N' TO BATCH-OK-SWITCH
002140     MOVE SPACES TO BATCH-ID
002150     MOVE SPACES TO BATCH-NOTE
002160     MOVE ZERO TO BATCH-RECORD-COUNT
002170     MOVE ZERO TO BATCH-DEBIT-TOTAL
002180     MOVE ZERO TO BATCH-CREDIT-TOTAL
002190     EVALUATE TRUE
002200         WHEN SOURCE-GLSUM
002210             OPEN INPUT GLSUM-IN
002220         WHEN SOURCE-STALEGL
002230             OPEN INPUT STALE-GL-IN
002240         WHEN SOURCE-RTNGL
002250             OPEN INPUT RTN-GL-IN
002260     END-EVALUATE
002270     PERFORM 2050-READ-BATCH-RECORD THRU 2050-EXIT
002280     MOVE 'N' TO BATCH-PRESENT-SWITCH
002290     IF SOURCE-GLSUM
002300         MOVE GLCTL-BATCH-ID TO BATCH-ID
002310         IF BATCH-ID NOT = SPACES
002320             SET BATCH-PRESENT TO TRUE
002330         END-IF
002340     ELSE
002350         IF NOT END-OF-BATCH
002360             MOVE GL-RUN-ID TO BATCH-ID
002370             SET BATCH-PRESENT TO TRUE
002380         END-IF
002390     END-IF
002400     IF BATCH-PRESENT
002410         PERFORM 2100-CHECK-BATCH THRU 2100-EXIT
002420         IF BATCH-ACCEPTED
002430             PERFORM 2200-START-BATCH-LOG THRU 2200-EXIT
002440             PERFORM 2300-APPLY-RECORD THRU 2300-EXIT
002450                 UNTIL END-OF-BATCH
002460             PERFORM 2700-COMPLETE-BATCH-LOG THRU 2700-EXIT
002470             ADD 1 TO BATCHES-POSTED
002480             MOVE 'POSTED' TO BATCH-NOTE
002490         ELSE
002500             ADD 1 TO BATCHES-REFUSED
002510             MOVE 8 TO RETURN-CODE
002520             DISPLAY "*** BATCH " BATCH-ID " REFUSED - "
002530                 BATCH-NOTE
002540         END-IF
002550         PERFORM 2800-PRINT-BATCH THRU 2800-EXIT
002560     END-IF
002570     EVALUATE TRUE
002580         WHEN SOURCE-GLSUM
002590             CLOSE GLSUM-IN
002600         WHEN SOURCE-STALEGL
002610             CLOSE STALE-GL-IN
002620         WHEN SOURCE-RTNGL
002630             CLOSE RTN-GL-IN
002640     END-EVALUATE
002650     .
002660 2000-EXIT.
002670     EXIT.
002680
002690 2050-READ-BATCH-RECORD.
002700     EVALUATE TRUE
002710         WHEN SOURCE-GLSUM
002720             READ GLSUM-IN INTO GL-EXTRACT-RECORD
002730                 AT END SET END-OF-BATCH TO TRUE
002740             END-READ
002750         WHEN SOURCE-STALEGL
002760             READ STALE-GL-IN INTO GL-EXTRACT-RECORD
002770                 AT END SET END-OF-BATCH TO TRUE
002780             END-READ
002790         WHEN SOURCE-RTNGL
002800             READ RTN-GL-IN INTO GL-EXTRACT-RECORD
002810                 AT END SET END-OF-BATCH TO TRUE
002820             END-READ
002830     END-EVALUATE
002840     .
002850 2050-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------------
002890*  2100-CHECK-BATCH - A BATCH WITH NO ID, ONE ALREADY ON THE
002900*  POSTING LOG, OR A GLSUM-OUT RUN THAT 9-1 HAS NOT COMPLETED
002910*  OR 9-7 HAS NOT CONSUMED (AN OUT-OF-PROOF SUMMARIZATION
002920*  LEAVES ITS RUN AT 'S') IS REFUSED BEFORE ANY BALANCE MOVES.
002930*  SO IS A GLSUM-OUT LEFT OVER FROM A DIFFERENT RUN THAN THE
002940*  ONE GLCTL NAMES.
002950*----------------------------------------------------------------
002960 2100-CHECK-BATCH.
002970     SET BATCH-ACCEPTED TO TRUE
002980     IF BATCH-ID = SPACES
002990         MOVE 'N' TO BATCH-OK-SWITCH
003000         MOVE 'NO BATCH ID ON FILE' TO BATCH-NOTE
003010     END-IF
003020     IF BATCH-ACCEPTED AND SOURCE-GLSUM
003030             AND NOT END-OF-BATCH
003040             AND GL-RUN-ID NOT = BATCH-ID
003050         MOVE 'N' TO BATCH-OK-SWITCH
003060         MOVE 'GLSUM-OUT IS NOT FROM THE GLCTL RUN'
003070             TO BATCH-NOTE
003080     END-IF
003090     IF BATCH-ACCEPTED AND SOURCE-GLSUM
003100         MOVE BATCH-ID TO RUN-ID
003110         READ RUN-CTL
003120             INVALID KEY
003130                 MOVE 'N' TO BATCH-OK-SWITCH
003140                 MOVE 'RUN NOT ON RUN CONTROL' TO BATCH-NOTE
003150             NOT INVALID KEY
003160                 EVALUATE TRUE
003170                     WHEN NOT RUN-COMPLETE
003180                         MOVE 'N' TO BATCH-OK-SWITCH
003190                         MOVE 'RUN NOT COMPLETE' TO BATCH-NOTE
003200                     WHEN NOT RUN-SUM-CONSUMED
003210                         MOVE 'N' TO BATCH-OK-SWITCH
003220                         MOVE 'RUN NOT CONSUMED BY 9-7'
003230                             TO BATCH-NOTE
003240                     WHEN OTHER
003250                         CONTINUE
003260                 END-EVALUATE
003270         END-READ
003280     END-IF
003290     IF BATCH-ACCEPTED
003300         MOVE BATCH-ID TO GLPOST-BATCH-ID
003310         READ GLPOST-LOG
003320             INVALID KEY
003330                 CONTINUE
003340             NOT INVALID KEY
003350                 MOVE 'N' TO BATCH-OK-SWITCH
003360                 IF GLPOST-COMPLETE
003370                     MOVE 'ALREADY POSTED' TO BATCH-NOTE
003380                 ELSE
003390                     MOVE 'PARTLY POSTED - RESTORE GLBALMST'
003400                         TO BATCH-NOTE
003410                 END-IF
003420         END-READ
003430     END-IF
003440     .
003450 2100-EXIT.
003460     EXIT.
003470
003480*----------------------------------------------------------------
003490*  2200-START-BATCH-LOG - LOG THE BATCH AS STARTED BEFORE THE
003500*  FIRST BALANCE CHANGES, SO A JOB THAT DIES PART WAY CANNOT BE
003510*  RERUN OVER A HALF-POSTED MASTER
003520*----------------------------------------------------------------
003530 2200-START-BATCH-LOG.
003540     MOVE SPACES TO GLPOST-RECORD
003550     MOVE BATCH-ID TO GLPOST-BATCH-ID
003560     MOVE BATCH-SOURCE TO GLPOST-SOURCE
003570     MOVE 'S' TO GLPOST-STATUS
003580     ACCEPT RUN-TIME-NOW FROM TIME
003590     MOVE RUN-DATE-YMD TO GLPOST-START-DATE
003600     MOVE RUN-TIME-NOW (1:6) TO GLPOST-START-TIME
003610     MOVE ZERO TO GLPOST-END-DATE
003620     MOVE ZERO TO GLPOST-END-TIME
003630     MOVE ZERO TO GLPOST-RECORD-COUNT
003640     MOVE ZERO TO GLPOST-DEBIT-TOTAL
003650     MOVE ZERO TO GLPOST-CREDIT-TOTAL
003660     WRITE GLPOST-RECORD
003670         INVALID KEY
003680             DISPLAY "*** GLPOSTLOG WRITE FAILED FOR " BATCH-ID
003690             MOVE 8 TO RETURN-CODE
003700     END-WRITE
003710     .
003720 2200-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------
003760*  2300-APPLY-RECORD - ONE POSTING.  THE AMOUNT IS UNEDITED
003770*  FROM THE ZERO-FILLED FIELD THE SAME WAY LIISTING9-7 DOES IT
003780*  AND LANDS IN THE PERIOD OF ITS POSTING DATE.
003790*----------------------------------------------------------------
003800 2300-APPLY-RECORD.
003810     PERFORM 2310-UNEDIT-AMOUNT THRU 2310-EXIT
003820     MOVE GL-ACCOUNT-CODE TO POST-ACCOUNT-CODE
003830     MOVE GL-DATE-OUT (1:6) TO POST-PERIOD
003840     ADD 1 TO BATCH-RECORD-COUNT
003850     ADD 1 TO RECORDS-POSTED
003860     IF POST-AMOUNT < ZERO
003870         SUBTRACT POST-AMOUNT FROM BATCH-CREDIT-TOTAL
003880     ELSE
003890         ADD POST-AMOUNT TO BATCH-DEBIT-TOTAL
003900     END-IF
003910     PERFORM 2400-UPDATE-BALANCE THRU 2400-EXIT
003920     PERFORM 2600-ROLL-FORWARD THRU 2600-EXIT
003930     PERFORM 2050-READ-BATCH-RECORD THRU 2050-EXIT
003940     .
003950 2300-EXIT.
003960     EXIT.
003970
003980 2310-UNEDIT-AMOUNT.
003990     STRING GL-ZERO-FILLED-AMOUNT (1:5)
004000         GL-ZERO-FILLED-AMOUNT (9:3)
004010         DELIMITED BY SIZE
004020         INTO AMOUNT-INTEGER
004030     MOVE GL-ZERO-FILLED-AMOUNT (13:2) TO AMOUNT-DECIMAL
004040     COMPUTE POST-AMOUNT =
004050         AMOUNT-INTEGER + (AMOUNT-DECIMAL / 100)
004060     IF GL-CREDIT
004070         COMPUTE POST-AMOUNT = ZERO - POST-AMOUNT
004080     END-IF
004090     .
004100 2310-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------
004140*  2400-UPDATE-BALANCE - ADD THE POSTING TO THE ACCOUNT'S
004150*  BALANCE RECORD FOR THE PERIOD, STARTING A NEW RECORD AT THE
004160*  LATEST EARLIER CLOSING BALANCE WHEN THE PERIOD HAS NONE.
004161*  A NEW RECORD IS WRITTEN, AN EXISTING ONE REWRITTEN.
004170*----------------------------------------------------------------
004180 2400-UPDATE-BALANCE.
004190     MOVE POST-ACCOUNT-CODE TO GLBAL-ACCOUNT-CODE
004200     MOVE POST-PERIOD TO GLBAL-PERIOD
004201     MOVE 'N' TO NEW-BALANCE-SWITCH
004210     READ GLBAL-MAST
004220         INVALID KEY
004230             PERFORM 2500-NEW-BALANCE THRU 2500-EXIT
004240     END-READ
004250     IF POST-AMOUNT < ZERO
004260         SUBTRACT POST-AMOUNT FROM GLBAL-PERIOD-CREDITS
004270     ELSE
004280         ADD POST-AMOUNT TO GLBAL-PERIOD-DEBITS
004290     END-IF
004300     ADD POST-AMOUNT TO GLBAL-CLOSING-BALANCE
004310     MOVE RUN-DATE-YMD TO GLBAL-LAST-POSTED-DATE
004320     MOVE BATCH-ID TO GLBAL-LAST-BATCH-ID
004321     IF NEW-BALANCE-RECORD
004322         WRITE GLBAL-RECORD
004323             INVALID KEY
004324                 DISPLAY "*** GLBALMST WRITE FAILED - " GLBAL-KEY
004325                 MOVE 8 TO RETURN-CODE
004326             NOT INVALID KEY
004327                 ADD 1 TO BALANCES-ADDED
004328         END-WRITE
004329     ELSE
004330         REWRITE GLBAL-RECORD
004331             INVALID KEY
004332                 DISPLAY "*** GLBALMST REWRITE FAILED - "
004333                     GLBAL-KEY
004334                 MOVE 8 TO RETURN-CODE
004335         END-REWRITE
004336     END-IF
004390     .
004400 2400-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------
004440*  2500-NEW-BALANCE - THE ACCOUNT HAS NOTHING FOR THIS PERIOD
004450*  YET.  BROWSE ITS EARLIER PERIODS IN THE SAME YEAR FOR THE
004460*  LATEST CLOSING BALANCE (THE YEAR-END CARRY-FORWARD PUTS LAST
004470*  YEAR'S INTO JANUARY) AND BUILD A ZERO-ACTIVITY RECORD
004480*  OPENING AT IT FOR 2400 TO POST INTO AND WRITE.
004490*----------------------------------------------------------------
004500 2500-NEW-BALANCE.
004510     MOVE ZERO TO OPENING-FOUND
004520     MOVE 'N' TO SCAN-SWITCH
004530     MOVE POST-ACCOUNT-CODE TO GLBAL-ACCOUNT-CODE
004540     COMPUTE GLBAL-PERIOD = POST-YEAR * 100
004550     START GLBAL-MAST KEY IS NOT < GLBAL-KEY
004560         INVALID KEY
004570             SET SCAN-DONE TO TRUE
004580     END-START
004590     PERFORM 2510-SCAN-EARLIER THRU 2510-EXIT
004600         UNTIL SCAN-DONE
004610     MOVE SPACES TO GLBAL-RECORD
004620     MOVE POST-ACCOUNT-CODE TO GLBAL-ACCOUNT-CODE
004630     MOVE POST-PERIOD TO GLBAL-PERIOD
004640     MOVE OPENING-FOUND TO GLBAL-OPENING-BALANCE
004650     MOVE ZERO TO GLBAL-PERIOD-DEBITS
004660     MOVE ZERO TO GLBAL-PERIOD-CREDITS
004670     MOVE OPENING-FOUND TO GLBAL-CLOSING-BALANCE
004680     MOVE RUN-DATE-YMD TO GLBAL-LAST-POSTED-DATE
004690     MOVE BATCH-ID TO GLBAL-LAST-BATCH-ID
004691     SET NEW-BALANCE-RECORD TO TRUE
004760     .
004770 2500-EXIT.
004780     EXIT.
004790
004800 2510-SCAN-EARLIER.
004810     READ GLBAL-MAST NEXT
004820         AT END
004830             SET SCAN-DONE TO TRUE
004840         NOT AT END
004850             IF GLBAL-ACCOUNT-CODE NOT = POST-ACCOUNT-CODE
004860                     OR GLBAL-PERIOD NOT < POST-PERIOD
004870                 SET SCAN-DONE TO TRUE
004880             ELSE
004890                 MOVE GLBAL-CLOSING-BALANCE TO OPENING-FOUND
004900             END-IF
004910     END-READ
004920     .
004930 2510-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------------
004970*  2600-ROLL-FORWARD - A POSTING INTO A MONTH THAT ALREADY HAS
004980*  LATER MONTHS ON FILE (A LATE BATCH DATED IN AN OPEN MONTH)
004990*  MOVES EVERY LATER MONTH'S OPENING AND CLOSING BALANCE IN
005000*  THE SAME YEAR BY THE SAME AMOUNT
005010*----------------------------------------------------------------
005020 2600-ROLL-FORWARD.
005030     MOVE 'N' TO SCAN-SWITCH
005040     MOVE POST-ACCOUNT-CODE TO GLBAL-ACCOUNT-CODE
005050     MOVE POST-PERIOD TO GLBAL-PERIOD
005060     START GLBAL-MAST KEY IS > GLBAL-KEY
005070         INVALID KEY
005080             SET SCAN-DONE TO TRUE
005090     END-START
005100     PERFORM 2610-ROLL-ONE-PERIOD THRU 2610-EXIT
005110         UNTIL SCAN-DONE
005120     .
005130 2600-EXIT.
005140     EXIT.
005150
005160 2610-ROLL-ONE-PERIOD.
005170     READ GLBAL-MAST NEXT
005180         AT END
005190             SET SCAN-DONE TO TRUE
005200         NOT AT END
005210             IF GLBAL-ACCOUNT-CODE NOT = POST-ACCOUNT-CODE
005220                     OR GLBAL-YEAR NOT = POST-YEAR
005230                 SET SCAN-DONE TO TRUE
005240             ELSE
005250                 ADD POST-AMOUNT TO GLBAL-OPENING-BALANCE
005260                 ADD POST-AMOUNT TO GLBAL-CLOSING-BALANCE
005270                 REWRITE GLBAL-RECORD
005280                     INVALID KEY
005290                         DISPLAY "*** GLBALMST REWRITE FAILED - "
005300                             GLBAL-KEY
005310                         MOVE 8 TO RETURN-CODE
005320                 END-REWRITE
005330             END-IF
005340     END-READ
005350     .
005360 2610-EXIT.
005370     EXIT.
005380
005390*----------------------------------------------------------------
005400*  2700-COMPLETE-BATCH-LOG - MARK THE BATCH FULLY APPLIED WITH
005410*  ITS COUNT AND TOTALS
005420*----------------------------------------------------------------
005430 2700-COMPLETE-BATCH-LOG.
005440     MOVE BATCH-ID TO GLPOST-BATCH-ID
005450     READ GLPOST-LOG
005460         INVALID KEY
005470             DISPLAY "*** GLPOSTLOG RECORD LOST FOR " BATCH-ID
005480             MOVE 8 TO RETURN-CODE
005490         NOT INVALID KEY
005500             MOVE 'C' TO GLPOST-STATUS
005510             ACCEPT RUN-TIME-NOW FROM TIME
005520             MOVE RUN-DATE-YMD TO GLPOST-END-DATE
005530             MOVE RUN-TIME-NOW (1:6) TO GLPOST-END-TIME
005540             MOVE BATCH-RECORD-COUNT TO GLPOST-RECORD-COUNT
005550             MOVE BATCH-DEBIT-TOTAL TO GLPOST-DEBIT-TOTAL
005560             MOVE BATCH-CREDIT-TOTAL TO GLPOST-CREDIT-TOTAL
005570             REWRITE GLPOST-RECORD
005580             END-REWRITE
005590     END-READ
005600     .
005610 2700-EXIT.
005620     EXIT.
005630
005640 2800-PRINT-BATCH.
005650     MOVE SPACES TO POST-DETAIL-LINE
005660     EVALUATE TRUE
005670         WHEN SOURCE-GLSUM
005680             MOVE 'GLSUM-OUT' TO POST-SOURCE-OUT
005690         WHEN SOURCE-STALEGL
005700             MOVE 'STALEGL' TO POST-SOURCE-OUT
005710         WHEN SOURCE-RTNGL
005720             MOVE 'RTNGL' TO POST-SOURCE-OUT
005730     END-EVALUATE
005740     MOVE BATCH-ID TO POST-BATCH-ID-OUT
005750     MOVE BATCH-RECORD-COUNT TO POST-COUNT-OUT
005760     MOVE BATCH-DEBIT-TOTAL TO POST-DEBITS-OUT
005770     MOVE BATCH-CREDIT-TOTAL TO POST-CREDITS-OUT
005780     MOVE BATCH-NOTE TO POST-NOTE-OUT
005790     WRITE POST-DETAIL-LINE
005800     .
005810 2800-EXIT.
005820     EXIT.
005830
005840*----------------------------------------------------------------
005850*  3000-TERMINATE - TOTAL LINES, RUN TOTALS AND CLOSE.  ANY
005860*  REFUSED BATCH HAS ALREADY SET RETURN CODE 8.
005870*----------------------------------------------------------------
005880 3000-TERMINATE.
005890     MOVE SPACES TO POST-BLANK-LINE
005900     WRITE POST-BLANK-LINE
005910     MOVE SPACES TO POST-TOTAL-LINE
005920     MOVE 'BATCHES POSTED' TO POST-TOTAL-LABEL
005930     MOVE BATCHES-POSTED TO POST-TOTAL-COUNT
005940     WRITE POST-TOTAL-LINE
005950     MOVE SPACES TO POST-TOTAL-LINE
005960     MOVE 'BATCHES REFUSED' TO POST-TOTAL-LABEL
005970     MOVE BATCHES-REFUSED TO POST-TOTAL-COUNT
005980     WRITE POST-TOTAL-LINE
005990     MOVE SPACES TO POST-TOTAL-LINE
006000     MOVE 'NEW BALANCE RECORDS' TO POST-TOTAL-LABEL
006010     MOVE BALANCES-ADDED TO POST-TOTAL-COUNT
006020     WRITE POST-TOTAL-LINE
006030     CLOSE RUN-CTL
006040     CLOSE GLBAL-MAST
006050     CLOSE GLPOST-LOG
006060     CLOSE POST-RPT
006070     MOVE BATCHES-POSTED TO EDIT-BATCHES-POSTED
006080     MOVE BATCHES-REFUSED TO EDIT-BATCHES-REFUSED
006090     MOVE RECORDS-POSTED TO EDIT-RECORDS-POSTED
006100     MOVE BALANCES-ADDED TO EDIT-BALANCES-ADDED
006110     DISPLAY "----------------------------------------"
006120     DISPLAY "BATCHES POSTED . . . . . " EDIT-BATCHES-POSTED
006130     DISPLAY "BATCHES REFUSED. . . . . " EDIT-BATCHES-REFUSED
006140     DISPLAY "POSTINGS APPLIED . . . . " EDIT-RECORDS-POSTED
006150     DISPLAY "NEW BALANCE RECORDS. . . " EDIT-BALANCES-ADDED
006160     .
006170 3000-EXIT.
006180     EXIT.
