000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LIISTING9-20.
000030 AUTHOR. 62160246.
000040 INSTALLATION. DAILY-BATCH-CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  10/15/2026 TWK  NEW PROGRAM.  RECURRING PAYMENT CYCLE JOB,
000110*                  RUN AHEAD OF LIISTING9-1.  EVERY ACTIVE
000120*                  RECURMST SCHEDULE WHOSE NEXT DUE DATE FALLS
000130*                  ON OR BEFORE THE CYCLE DATE (RECURCTL CARD
000140*                  YYYYMMDD, DEFAULT TODAY) BECOMES ONE AMTIN
000150*                  DETAIL PER DUE DATE, WRITTEN TO RECURAMT AS
000160*                  A SINGLE BALANCED 'H'/'D'/'T' DEPARTMENT
000170*                  BATCH THAT IS FED TO LIISTING9-1 WITH THE
000180*                  DAY'S AMTIN - SO A RECURRING PAYMENT STILL
000190*                  GOES THROUGH THE ACCOUNT, VENDOR, DUPLICATE,
000200*                  BUDGET AND APPROVAL CHECKING A KEYED ONE
000210*                  DOES.  CHECK-METHOD PAYMENTS ARE NUMBERED
000220*                  FROM THE FIRST CHECK NUMBER ON THE RECURCTL
000230*                  CARD.  EACH SCHEDULE'S NEXT DUE DATE THEN
000240*                  ROLLS FORWARD ONE FREQUENCY, AND A SCHEDULE
000250*                  IS RETIRED ONCE ITS END DATE PASSES OR ITS
000260*                  REMAINING-PAYMENT COUNT RUNS OUT.  A
000270*                  SCHEDULE THAT CANNOT BE GENERATED (VENDOR
000280*                  NOT ON FILE, NO CHECK NUMBER, BAD FREQUENCY)
000290*                  IS LEFT DUE, PRINTED AND ENDS THE JOB WITH
000300*                  RETURN CODE 4.
000301*  10/15/2026 TWK  CHECKS ARE NOW NUMBERED PER DISBURSEMENT BANK:
000302*                  THE SCHEDULE'S ACCTMAST ACCOUNT NAMES THE
000303*                  BANK, AND EACH BANK'S CHECKS RUN ON FROM ITS
000304*                  BANKMAST NEXT CHECK NUMBER.  A SCHEDULE WHOSE
000305*                  BANK CANNOT BE FOUND OR WHOSE CHECK RANGE IS
000306*                  USED UP IS SKIPPED.  THE RECURCTL FIRST CHECK
000307*                  NUMBER IS NO LONGER READ.  A SCHEDULE WHOSE
000308*                  NEXT DUE DATE IS NOT A REAL DATE IS SKIPPED.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL RECUR-MAST ASSIGN TO "RECURMST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS RECUR-ID.
000390     SELECT OPTIONAL VEND-MAST ASSIGN TO "VENDMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS VEND-ID.
000421     SELECT OPTIONAL ACCT-MAST ASSIGN TO "ACCTMAST"
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS RANDOM
000424         RECORD KEY IS ACCT-CODE.
000425     SELECT OPTIONAL BANK-MAST ASSIGN TO "BANKMAST"
000426         ORGANIZATION IS INDEXED
000427         ACCESS MODE IS RANDOM
000428         RECORD KEY IS BANK-CODE.
000430     SELECT OPTIONAL RECUR-CTL ASSIGN TO "RECURCTL"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT RECUR-AMTIN ASSIGN TO "RECURAMT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT RECUR-RPT ASSIGN TO "RECUR-RPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  RECUR-MAST
000530     LABEL RECORDS ARE STANDARD.
000540     COPY RECURREC.
000550
000560 FD  VEND-MAST
000570     LABEL RECORDS ARE STANDARD.
000580     COPY VENDREC.
000590
000591 FD  ACCT-MAST
000592     LABEL RECORDS ARE STANDARD.
000593     COPY ACCTREC.
000594
000595 FD  BANK-MAST
000596     LABEL RECORDS ARE STANDARD.
000597     COPY BANKREC.
000598
000600 FD  RECUR-CTL
000610     LABEL RECORDS ARE STANDARD.
000620 01  RECUR-CTL-RECORD.
000630     05  RECUR-CTL-CYCLE-DATE    PIC X(08).
000631     05  FILLER                  PIC X(72).
000660
000670 FD  RECUR-AMTIN
000680     LABEL RECORDS ARE STANDARD.
000690     COPY AMTINREC.
000700
000710 FD  RECUR-RPT
000720     LABEL RECORDS ARE STANDARD.
000730 01  RECUR-HEADING-LINE.
000740     05  RECUR-HEADING-TEXT      PIC X(48).
000750     05  RECUR-HEADING-DATE      PIC 9999/99/99.
000760     05  FILLER                  PIC X(74).
000770 01  RECUR-COLUMN-LINE           PIC X(132).
000780 01  RECUR-DETAIL-LINE.
000790     05  RECUR-ID-OUT            PIC X(08).
000800     05  FILLER                  PIC X(02).
000810     05  RECUR-DUE-DATE-OUT      PIC 9999/99/99.
000820     05  FILLER                  PIC X(02).
000830     05  RECUR-VENDOR-OUT        PIC X(08).
000840     05  FILLER                  PIC X(02).
000850     05  RECUR-ACCOUNT-OUT       PIC X(10).
000860     05  FILLER                  PIC X(02).
000870     05  RECUR-CURRENCY-OUT      PIC X(03).
000880     05  FILLER                  PIC X(01).
000890     05  RECUR-AMOUNT-OUT        PIC $$,$$$,$$9.99CR.
000900     05  FILLER                  PIC X(02).
000910     05  RECUR-METHOD-OUT        PIC X(01).
000920     05  FILLER                  PIC X(02).
000930     05  RECUR-CHECK-OUT         PIC ZZZZZ9.
000940     05  FILLER                  PIC X(02).
000950     05  RECUR-NEXT-DUE-OUT      PIC 9999/99/99.
000960     05  FILLER                  PIC X(02).
000970     05  RECUR-NOTE-OUT          PIC X(30).
000980     05  FILLER                  PIC X(14).
000990 01  RECUR-TOTAL-LINE.
001000     05  RECUR-TOTAL-LABEL       PIC X(28).
001010     05  RECUR-TOTAL-COUNT       PIC ZZ,ZZ9.
001020     05  FILLER                  PIC X(02).
001030     05  RECUR-TOTAL-AMOUNT      PIC $,$$$,$$$,$$9.99CR.
001040     05  FILLER                  PIC X(77).
001050 01  RECUR-BLANK-LINE            PIC X(132).
001060
001070 WORKING-STORAGE SECTION.
001080 77 RECUR-EOF-SWITCH   PIC X(01)          VALUE 'N'.
001090     88 END-OF-SCHEDULES                  VALUE 'Y'.
001100 77 SKIP-SWITCH        PIC X(01)          VALUE 'N'.
001110     88 SCHEDULE-SKIPPED                  VALUE 'Y'.
001120 77 CHANGED-SWITCH     PIC X(01)          VALUE 'N'.
001130     88 SCHEDULE-CHANGED                  VALUE 'Y'.
001140 77 RUN-DATE-YMD       PIC 9(08)          VALUE ZERO.
001150 77 CYCLE-DATE         PIC 9(08)          VALUE ZERO.
001170 77 DUE-DATE           PIC 9(08)          VALUE ZERO.
001180 77 DETAIL-NOTE        PIC X(30)          VALUE SPACES.
001190 77 SCHEDULE-READ-COUNT PIC 9(07) COMP    VALUE ZERO.
001200 77 GENERATED-COUNT    PIC 9(07) COMP     VALUE ZERO.
001210 77 GENERATED-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
001220 77 RETIRED-COUNT      PIC 9(05) COMP     VALUE ZERO.
001230 77 SKIPPED-COUNT      PIC 9(05) COMP     VALUE ZERO.
001240 01 EDIT-SCHEDULE-READ-COUNT PIC Z,ZZZ,ZZ9.
001250 01 EDIT-GENERATED-COUNT PIC Z,ZZZ,ZZ9.
001260 01 EDIT-RETIRED-COUNT PIC ZZ,ZZ9.
001270 01 EDIT-SKIPPED-COUNT PIC ZZ,ZZ9.
001280
001290*----------------------------------------------------------------
001300*  DATE ROLL WORK AREAS.  A MONTHLY OR QUARTERLY ROLL STEPS THE
001310*  YEAR AND MONTH, THEN SETTLES ON THE SCHEDULE'S DUE DAY OR
001320*  THE LAST DAY OF A SHORTER MONTH.
001330*----------------------------------------------------------------
001340 77 ROLL-MONTHS        PIC 9(02) COMP     VALUE ZERO.
001350 77 ROLL-MONTH-TOTAL   PIC 9(03) COMP     VALUE ZERO.
001360 77 ROLL-DAYS-IN-MONTH PIC 9(02)          VALUE ZERO.
001370 77 ROLL-FIRST-OF-MONTH PIC 9(08)         VALUE ZERO.
001380 77 ROLL-FIRST-OF-NEXT PIC 9(08)          VALUE ZERO.
001390 01 ROLL-DATE          PIC 9(08)          VALUE ZERO.
001400 01 ROLL-DATE-PARTS REDEFINES ROLL-DATE.
001410     05 ROLL-YEAR      PIC 9(04).
001420     05 ROLL-MONTH     PIC 9(02).
001430     05 ROLL-DAY       PIC 9(02).
001440
001450*----------------------------------------------------------------
001460*  GENERATED-PAYMENT HOLD TABLE.  THE BATCH HEADER HAS TO
001470*  DECLARE THE COUNT AND HASH TOTAL BEFORE ANY DETAIL, SO THE
001480*  DETAILS ARE HELD HERE AND WRITTEN BEHIND THE HEADER AT END
001490*  OF RUN.  A SCHEDULE THAT WOULD OVERFLOW THE TABLE IS LEFT
001500*  DUE FOR THE NEXT CYCLE.
001510*----------------------------------------------------------------
001520 77 HOLD-COUNT         PIC 9(05) COMP     VALUE ZERO.
001530 77 HOLD-INDEX         PIC 9(05) COMP     VALUE ZERO.
001540 77 HOLD-LIMIT         PIC 9(05) COMP     VALUE 2000.
001550 01 HOLD-TABLE.
001560     05 HOLD-RECORD OCCURS 2000 TIMES
001570                           PIC X(100).
001580
001581*----------------------------------------------------------------
001582*  CHECK NUMBER COUNTERS, ONE PER DISBURSEMENT BANK A CHECK
001583*  SCHEDULE DRAWS ON, STARTED AT THE BANK'S BANKMAST NEXT CHECK
001584*  NUMBER THE FIRST TIME THE BANK IS NEEDED.  BANKMAST ITSELF
001585*  IS ADVANCED BY LIISTING9-1 AS IT CUTS THE CHECKS.
001586*----------------------------------------------------------------
001587 77 CTR-COUNT          PIC 9(04) COMP     VALUE ZERO.
001588 77 CTR-INDEX          PIC 9(04) COMP     VALUE ZERO.
001589 77 CTR-SLOT           PIC 9(04) COMP     VALUE ZERO.
001590 77 CTR-LIMIT          PIC 9(04) COMP     VALUE 50.
001591 77 BANK-NOTE          PIC X(30)          VALUE SPACES.
001592 01 BANK-COUNTER-TABLE.
001593     05 BANK-COUNTER OCCURS 50 TIMES.
001594         10 CTR-BANK-CODE      PIC X(04).
001595         10 CTR-NEXT-CHECK     PIC 9(06).
001596         10 CTR-LAST-CHECK     PIC 9(06).
001597
001598 PROCEDURE DIVISION.
001600 BEGIN.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001620     PERFORM 2000-SCAN-SCHEDULE THRU 2000-EXIT
001630         UNTIL END-OF-SCHEDULES
001640     PERFORM 3000-TERMINATE THRU 3000-EXIT
001650     GOBACK
001660     .
001670
001680*----------------------------------------------------------------
001690*  1000-INITIALIZE - PICK UP THE RECURCTL CARD, OPEN THE FILES,
001700*  PRINT THE HEADINGS AND POSITION THE SCHEDULE SCAN AT THE
001710*  FIRST RECORD.  A MISSING OR NON-NUMERIC CYCLE DATE LEAVES
001711*  TODAY IN EFFECT.
001740*----------------------------------------------------------------
001750 1000-INITIALIZE.
001760     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001770     MOVE RUN-DATE-YMD TO CYCLE-DATE
001780     OPEN INPUT RECUR-CTL
001790     READ RECUR-CTL
001800         AT END
001810             CONTINUE
001820         NOT AT END
001830             IF RECUR-CTL-CYCLE-DATE NUMERIC
001840                 MOVE RECUR-CTL-CYCLE-DATE TO CYCLE-DATE
001850             ELSE
001860                 DISPLAY 'INVALID RECURCTL CYCLE DATE: '
001870                     RECUR-CTL-CYCLE-DATE ' - USING TODAY'
001880             END-IF
001960     END-READ
001970     CLOSE RECUR-CTL
001980     OPEN I-O RECUR-MAST
001990     OPEN INPUT VEND-MAST
001991     OPEN INPUT ACCT-MAST
001992     OPEN INPUT BANK-MAST
002000     OPEN OUTPUT RECUR-AMTIN
002010     OPEN OUTPUT RECUR-RPT
002020     MOVE SPACES TO RECUR-HEADING-LINE
002030     MOVE 'LIISTING9-20 - RECURRING PAYMENTS DUE BY'
002040         TO RECUR-HEADING-TEXT
002050     MOVE CYCLE-DATE TO RECUR-HEADING-DATE
002060     WRITE RECUR-HEADING-LINE
002070     MOVE SPACES TO RECUR-COLUMN-LINE
002080     MOVE 'SCHEDULE  DUE         VENDOR    ACCOUNT     CUR
002090-        '          AMOUNT  M   CHECK  NEXT DUE    NOTE'
002100         TO RECUR-COLUMN-LINE
002110     WRITE RECUR-COLUMN-LINE
002120     MOVE SPACES TO RECUR-BLANK-LINE
002130     WRITE RECUR-BLANK-LINE
002140     MOVE LOW-VALUES TO RECUR-ID
002150     START RECUR-MAST KEY NOT LESS THAN RECUR-ID
002160         INVALID KEY SET END-OF-SCHEDULES TO TRUE
002170     END-START
002180     .
002190 1000-EXIT.
002200     EXIT.
002210
002220*----------------------------------------------------------------
002230*  2000-SCAN-SCHEDULE - READ THE NEXT SCHEDULE AND, IF IT IS
002240*  ACTIVE AND DUE, GENERATE A PAYMENT FOR EVERY DUE DATE UP TO
002250*  THE CYCLE DATE (A SCHEDULE MISSED BY AN EARLIER CYCLE CATCHES
002260*  UP), THEN SAVE THE ROLLED SCHEDULE
002270*----------------------------------------------------------------
002280 2000-SCAN-SCHEDULE.
002290     READ RECUR-MAST NEXT
002300         AT END
002310             SET END-OF-SCHEDULES TO TRUE
002320         NOT AT END
002330             ADD 1 TO SCHEDULE-READ-COUNT
002340             IF RECUR-ACTIVE
002350                     AND RECUR-NEXT-DUE-DATE NOT > CYCLE-DATE
002360                 MOVE 'N' TO SKIP-SWITCH
002370                 MOVE 'N' TO CHANGED-SWITCH
002380                 PERFORM 2100-GENERATE-PAYMENT THRU 2100-EXIT
002390                     UNTIL NOT RECUR-ACTIVE
002400                         OR RECUR-NEXT-DUE-DATE > CYCLE-DATE
002410                         OR SCHEDULE-SKIPPED
002420                 IF SCHEDULE-CHANGED
002430                     REWRITE RECUR-RECORD
002440                         INVALID KEY
002450                             DISPLAY "*** SCHEDULE REWRITE "
002460                                 "FAILED - " RECUR-ID
002470                             MOVE 8 TO RETURN-CODE
002480                     END-REWRITE
002490                 END-IF
002500             END-IF
002510     END-READ
002520     .
002530 2000-EXIT.
002540     EXIT.
002550
002560*----------------------------------------------------------------
002570*  2100-GENERATE-PAYMENT - ONE DUE DATE OF ONE SCHEDULE.  A
002571*  SCHEDULE WHOSE NEXT DUE DATE IS NOT A REAL DATE CANNOT BE
002572*  ROLLED AND IS SKIPPED; ONE ALREADY PAST ITS END DATE IS
002573*  RETIRED WITHOUT PAYING; ONE THAT CANNOT BE PAID IS SKIPPED
002574*  AND LEFT DUE; OTHERWISE THE AMTIN DETAIL IS HELD FOR THE
002575*  BATCH AND THE SCHEDULE ROLLS FORWARD.
002620*----------------------------------------------------------------
002630 2100-GENERATE-PAYMENT.
002640     MOVE RECUR-NEXT-DUE-DATE TO DUE-DATE
002650     MOVE SPACES TO DETAIL-NOTE
002651     IF FUNCTION TEST-DATE-YYYYMMDD(RECUR-NEXT-DUE-DATE)
002652             NOT = ZERO
002653         SET SCHEDULE-SKIPPED TO TRUE
002654         MOVE 'INVALID NEXT DUE DATE - SKIPPED' TO DETAIL-NOTE
002655         ADD 1 TO SKIPPED-COUNT
002656         PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
002657     ELSE
002658         IF RECUR-END-DATE NOT = ZERO
002670                 AND RECUR-NEXT-DUE-DATE > RECUR-END-DATE
002680             MOVE 'PAST END DATE - RETIRED' TO DETAIL-NOTE
002690             PERFORM 2400-RETIRE-SCHEDULE THRU 2400-EXIT
002700             PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
002710         ELSE
002720             PERFORM 2150-CHECK-SCHEDULE THRU 2150-EXIT
002730             IF SCHEDULE-SKIPPED
002740                 ADD 1 TO SKIPPED-COUNT
002750                 PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
002760             ELSE
002770                 PERFORM 2200-BUILD-DETAIL THRU 2200-EXIT
002780                 PERFORM 2300-ROLL-FORWARD THRU 2300-EXIT
002790                 IF RECUR-REMAINING-COUNT NOT = ZERO
002800                     SUBTRACT 1 FROM RECUR-REMAINING-COUNT
002810                     IF RECUR-REMAINING-COUNT = ZERO
002820                         MOVE 'LAST PAYMENT - RETIRED'
002830                             TO DETAIL-NOTE
002840                         PERFORM 2400-RETIRE-SCHEDULE
002841                       THRU 2400-EXIT
002850                     END-IF
002860                 END-IF
002870                 IF RECUR-ACTIVE
002880                         AND RECUR-END-DATE NOT = ZERO
002890                         AND RECUR-NEXT-DUE-DATE > RECUR-END-DATE
002900                     MOVE 'END DATE REACHED - RETIRED'
002910                         TO DETAIL-NOTE
002920                     PERFORM 2400-RETIRE-SCHEDULE THRU 2400-EXIT
002930                 END-IF
002940                 IF DETAIL-NOTE = SPACES
002950                     MOVE 'GENERATED' TO DETAIL-NOTE
002960                 END-IF
002970                 PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
002980             END-IF
002990         END-IF
002991     END-IF
003000     .
003010 2100-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------------
003050*  2150-CHECK-SCHEDULE - CAN THIS DUE DATE BE GENERATED?  THE
003060*  PAYEE NAME COMES FROM VENDMAST, A CHECK NEEDS A NUMBER FROM
003061*  ITS BANK'S COUNTER, AND THE HOLD TABLE MUST HAVE ROOM.
003080*----------------------------------------------------------------
003090 2150-CHECK-SCHEDULE.
003100     MOVE RECUR-VENDOR-ID TO VEND-ID
003110     READ VEND-MAST
003120         INVALID KEY
003130             MOVE SPACES TO VEND-NAME
003140     END-READ
003141     MOVE ZERO TO CTR-SLOT
003142     IF RECUR-PAY-CHECK
003143         PERFORM 2160-FIND-CHECK-BANK THRU 2160-EXIT
003144     END-IF
003150     EVALUATE TRUE
003160         WHEN NOT RECUR-WEEKLY AND NOT RECUR-MONTHLY
003170                 AND NOT RECUR-QUARTERLY
003180             SET SCHEDULE-SKIPPED TO TRUE
003190             MOVE 'INVALID FREQUENCY - SKIPPED' TO DETAIL-NOTE
003200         WHEN VEND-NAME = SPACES
003210             SET SCHEDULE-SKIPPED TO TRUE
003220             MOVE 'VENDOR NOT ON FILE - SKIPPED' TO DETAIL-NOTE
003221         WHEN RECUR-PAY-CHECK AND CTR-SLOT = ZERO
003240             SET SCHEDULE-SKIPPED TO TRUE
003241             MOVE BANK-NOTE TO DETAIL-NOTE
003260         WHEN HOLD-COUNT NOT < HOLD-LIMIT
003270             SET SCHEDULE-SKIPPED TO TRUE
003280             MOVE 'HOLD TABLE FULL - SKIPPED' TO DETAIL-NOTE
003290             DISPLAY "*** RECURRING HOLD TABLE FULL - SCHEDULE "
003300                 RECUR-ID " LEFT DUE"
003310             MOVE 8 TO RETURN-CODE
003320         WHEN OTHER
003330             CONTINUE
003340     END-EVALUATE
003350     .
003360 2150-EXIT.
003370     EXIT.
003371
003372*----------------------------------------------------------------
003373*  2160-FIND-CHECK-BANK - THE BANK THE SCHEDULE'S ACCOUNT IS
003374*  DRAWN ON, AND ITS CHECK COUNTER.  CTR-SLOT IS LEFT ON THE
003375*  COUNTER, OR ZERO WITH THE REASON IN BANK-NOTE WHEN NO CHECK
003376*  CAN BE NUMBERED.
003377*----------------------------------------------------------------
003378 2160-FIND-CHECK-BANK.
003379     MOVE SPACES TO BANK-NOTE
003380     MOVE RECUR-ACCOUNT-CODE TO ACCT-CODE
003381     READ ACCT-MAST
003382         INVALID KEY
003383             MOVE 'ACCOUNT NOT ON FILE - SKIPPED' TO BANK-NOTE
003384         NOT INVALID KEY
003385             IF ACCT-BANK-CODE = SPACES
003386                 MOVE 'NO BANK ON ACCOUNT - SKIPPED'
003387                     TO BANK-NOTE
003388             END-IF
003389     END-READ
003390     IF BANK-NOTE = SPACES
003391         PERFORM 2170-MATCH-COUNTER THRU 2170-EXIT
003392             VARYING CTR-INDEX FROM 1 BY 1
003393             UNTIL CTR-INDEX > CTR-COUNT OR CTR-SLOT NOT = ZERO
003394         IF CTR-SLOT = ZERO
003395             PERFORM 2180-ADD-COUNTER THRU 2180-EXIT
003396         END-IF
003397     END-IF
003398     IF CTR-SLOT NOT = ZERO
003399         IF CTR-NEXT-CHECK (CTR-SLOT) > CTR-LAST-CHECK (CTR-SLOT)
003400             MOVE ZERO TO CTR-SLOT
003401             MOVE 'CHECK RANGE USED UP - SKIPPED' TO BANK-NOTE
003402         END-IF
003403     END-IF
003404     .
003405 2160-EXIT.
003406     EXIT.
003407
003408 2170-MATCH-COUNTER.
003409     IF CTR-BANK-CODE (CTR-INDEX) = ACCT-BANK-CODE
003410         MOVE CTR-INDEX TO CTR-SLOT
003411     END-IF
003412     .
003413 2170-EXIT.
003414     EXIT.
003415
003416*----------------------------------------------------------------
003417*  2180-ADD-COUNTER - FIRST CHECK THIS CYCLE ON THE BANK.  THE
003418*  COUNTER STARTS AT BANKMAST'S NEXT CHECK NUMBER, OR THE FIRST
003419*  OF THE RANGE FOR A BANK THAT HAS CUT NO CHECKS YET.
003420*----------------------------------------------------------------
003421 2180-ADD-COUNTER.
003422     MOVE ACCT-BANK-CODE TO BANK-CODE
003423     READ BANK-MAST
003424         INVALID KEY
003425             MOVE 'BANK NOT ON FILE - SKIPPED' TO BANK-NOTE
003426         NOT INVALID KEY
003427             IF NOT BANK-ACTIVE
003428                 MOVE 'BANK INACTIVE - SKIPPED' TO BANK-NOTE
003429             END-IF
003430     END-READ
003431     IF BANK-NOTE = SPACES
003432         IF CTR-COUNT < CTR-LIMIT
003433             ADD 1 TO CTR-COUNT
003434             MOVE CTR-COUNT TO CTR-SLOT
003435             MOVE BANK-CODE TO CTR-BANK-CODE (CTR-SLOT)
003436             IF BANK-NEXT-CHECK < BANK-FIRST-CHECK
003437                 MOVE BANK-FIRST-CHECK
003438                     TO CTR-NEXT-CHECK (CTR-SLOT)
003439             ELSE
003440                 MOVE BANK-NEXT-CHECK
003441                     TO CTR-NEXT-CHECK (CTR-SLOT)
003442             END-IF
003443             MOVE BANK-LAST-CHECK TO CTR-LAST-CHECK (CTR-SLOT)
003444         ELSE
003445             MOVE 'BANK TABLE FULL - SKIPPED' TO BANK-NOTE
003446             DISPLAY "*** BANK COUNTER TABLE FULL - SCHEDULE "
003447                 RECUR-ID " LEFT DUE"
003448             MOVE 8 TO RETURN-CODE
003449         END-IF
003450     END-IF
003451     .
003452 2180-EXIT.
003453     EXIT.
003454
003455*----------------------------------------------------------------
003456*  2200-BUILD-DETAIL - THE AMTIN DETAIL FOR THIS DUE DATE,
003457*  DATED THE DUE DATE, HELD FOR THE BATCH
003458*----------------------------------------------------------------
003459 2200-BUILD-DETAIL.
003460     MOVE SPACES TO AMTIN-RECORD-X
003461     MOVE RECUR-AMOUNT TO AMTIN-AMOUNT
003462     IF RECUR-PAY-ACH
003470         MOVE ZERO TO AMTIN-CHECK-NUMBER
003480     ELSE
003481         MOVE CTR-NEXT-CHECK (CTR-SLOT) TO AMTIN-CHECK-NUMBER
003482         ADD 1 TO CTR-NEXT-CHECK (CTR-SLOT)
003510     END-IF
003520     MOVE DUE-DATE TO AMTIN-CHECK-DATE
003530     MOVE VEND-NAME TO AMTIN-PAYEE-NAME
003540     MOVE RECUR-ACCOUNT-CODE TO AMTIN-ACCOUNT-CODE
003550     MOVE DUE-DATE TO AMTIN-TRANSACTION-DATE
003560     MOVE 'D' TO AMTIN-RECORD-TYPE
003570     MOVE RECUR-CURRENCY-CODE TO AMTIN-CURRENCY-CODE
003580     MOVE RECUR-VENDOR-ID TO AMTIN-VENDOR-ID
003590     MOVE RECUR-PAY-METHOD TO AMTIN-PAY-METHOD
003600     ADD 1 TO HOLD-COUNT
003610     MOVE AMTIN-RECORD-X TO HOLD-RECORD (HOLD-COUNT)
003620     ADD 1 TO GENERATED-COUNT
003630     ADD RECUR-AMOUNT TO GENERATED-TOTAL
003640     MOVE DUE-DATE TO RECUR-LAST-PAID-DATE
003650     SET SCHEDULE-CHANGED TO TRUE
003660     .
003670 2200-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------
003710*  2300-ROLL-FORWARD - STEP THE NEXT DUE DATE ONE FREQUENCY
003720*----------------------------------------------------------------
003730 2300-ROLL-FORWARD.
003740     EVALUATE TRUE
003750         WHEN RECUR-WEEKLY
003760             COMPUTE RECUR-NEXT-DUE-DATE =
003770                 FUNCTION DATE-OF-INTEGER
003780                 (FUNCTION INTEGER-OF-DATE(RECUR-NEXT-DUE-DATE)
003790                 + 7)
003800         WHEN RECUR-MONTHLY
003810             MOVE 1 TO ROLL-MONTHS
003820             PERFORM 2310-ADD-MONTHS THRU 2310-EXIT
003830         WHEN RECUR-QUARTERLY
003840             MOVE 3 TO ROLL-MONTHS
003850             PERFORM 2310-ADD-MONTHS THRU 2310-EXIT
003860     END-EVALUATE
003870     .
003880 2300-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------------
003920*  2310-ADD-MONTHS - ADD ROLL-MONTHS TO THE NEXT DUE DATE AND
003930*  LAND ON THE DUE DAY, OR THE MONTH END WHEN THE MONTH IS
003940*  SHORTER.  A LEGACY SCHEDULE WITH NO DUE DAY KEEPS THE DAY
003950*  IT WAS LAST DUE ON.
003960*----------------------------------------------------------------
003970 2310-ADD-MONTHS.
003980     MOVE RECUR-NEXT-DUE-DATE TO ROLL-DATE
003990     IF RECUR-DUE-DAY NOT NUMERIC OR RECUR-DUE-DAY = ZERO
004000         MOVE ROLL-DAY TO RECUR-DUE-DAY
004010     END-IF
004020     COMPUTE ROLL-MONTH-TOTAL = ROLL-MONTH + ROLL-MONTHS
004030     IF ROLL-MONTH-TOTAL > 12
004040         SUBTRACT 12 FROM ROLL-MONTH-TOTAL
004050         ADD 1 TO ROLL-YEAR
004060     END-IF
004070     MOVE ROLL-MONTH-TOTAL TO ROLL-MONTH
004080     MOVE 01 TO ROLL-DAY
004090     MOVE ROLL-DATE TO ROLL-FIRST-OF-MONTH
004100     IF ROLL-MONTH = 12
004110         ADD 1 TO ROLL-YEAR
004120         MOVE 01 TO ROLL-MONTH
004130     ELSE
004140         ADD 1 TO ROLL-MONTH
004150     END-IF
004160     MOVE ROLL-DATE TO ROLL-FIRST-OF-NEXT
004170     COMPUTE ROLL-DAYS-IN-MONTH =
004180         FUNCTION INTEGER-OF-DATE(ROLL-FIRST-OF-NEXT)
004190         - FUNCTION INTEGER-OF-DATE(ROLL-FIRST-OF-MONTH)
004200     MOVE ROLL-FIRST-OF-MONTH TO ROLL-DATE
004210     IF RECUR-DUE-DAY > ROLL-DAYS-IN-MONTH
004220         MOVE ROLL-DAYS-IN-MONTH TO ROLL-DAY
004230     ELSE
004240         MOVE RECUR-DUE-DAY TO ROLL-DAY
004250     END-IF
004260     MOVE ROLL-DATE TO RECUR-NEXT-DUE-DATE
004270     .
004280 2310-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------
004320*  2400-RETIRE-SCHEDULE - THE SCHEDULE IS EXHAUSTED
004330*----------------------------------------------------------------
004340 2400-RETIRE-SCHEDULE.
004350     MOVE 'R' TO RECUR-STATUS
004360     SET SCHEDULE-CHANGED TO TRUE
004370     ADD 1 TO RETIRED-COUNT
004380     .
004390 2400-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------------
004430*  2500-PRINT-DETAIL - ONE LINE PER DUE DATE LOOKED AT.  THE
004440*  CHECK COLUMN IS BLANK FOR ACH AND FOR ANYTHING NOT GENERATED.
004450*----------------------------------------------------------------
004460 2500-PRINT-DETAIL.
004470     MOVE SPACES TO RECUR-DETAIL-LINE
004480     MOVE RECUR-ID TO RECUR-ID-OUT
004490     MOVE DUE-DATE TO RECUR-DUE-DATE-OUT
004500     MOVE RECUR-VENDOR-ID TO RECUR-VENDOR-OUT
004510     MOVE RECUR-ACCOUNT-CODE TO RECUR-ACCOUNT-OUT
004520     MOVE RECUR-CURRENCY-CODE TO RECUR-CURRENCY-OUT
004530     MOVE RECUR-AMOUNT TO RECUR-AMOUNT-OUT
004540     MOVE RECUR-PAY-METHOD TO RECUR-METHOD-OUT
004550     IF NOT SCHEDULE-SKIPPED
004560             AND RECUR-LAST-PAID-DATE = DUE-DATE
004570             AND NOT RECUR-PAY-ACH
004580         MOVE AMTIN-CHECK-NUMBER TO RECUR-CHECK-OUT
004590     END-IF
004600     IF RECUR-ACTIVE
004610         MOVE RECUR-NEXT-DUE-DATE TO RECUR-NEXT-DUE-OUT
004620     END-IF
004630     MOVE DETAIL-NOTE TO RECUR-NOTE-OUT
004640     WRITE RECUR-DETAIL-LINE
004650     .
004660 2500-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------
004700*  3000-TERMINATE - WRITE THE BATCH (HEADER, HELD DETAILS,
004710*  TRAILER) IF ANYTHING WAS GENERATED, PRINT THE TOTALS AND
004720*  CLOSE.  A SKIPPED SCHEDULE ENDS THE JOB WITH RETURN CODE 4.
004730*----------------------------------------------------------------
004740 3000-TERMINATE.
004750     IF HOLD-COUNT NOT = ZERO
004760         PERFORM 3100-WRITE-BATCH THRU 3100-EXIT
004770     END-IF
004780     MOVE SPACES TO RECUR-BLANK-LINE
004790     WRITE RECUR-BLANK-LINE
004800     MOVE SPACES TO RECUR-TOTAL-LINE
004810     MOVE 'PAYMENTS GENERATED' TO RECUR-TOTAL-LABEL
004820     MOVE GENERATED-COUNT TO RECUR-TOTAL-COUNT
004830     MOVE GENERATED-TOTAL TO RECUR-TOTAL-AMOUNT
004840     WRITE RECUR-TOTAL-LINE
004850     MOVE SPACES TO RECUR-TOTAL-LINE
004860     MOVE 'SCHEDULES RETIRED' TO RECUR-TOTAL-LABEL
004870     MOVE RETIRED-COUNT TO RECUR-TOTAL-COUNT
004880     WRITE RECUR-TOTAL-LINE
004890     MOVE SPACES TO RECUR-TOTAL-LINE
004900     MOVE 'SCHEDULES SKIPPED' TO RECUR-TOTAL-LABEL
004910     MOVE SKIPPED-COUNT TO RECUR-TOTAL-COUNT
004920     WRITE RECUR-TOTAL-LINE
004930     CLOSE RECUR-MAST
004940     CLOSE VEND-MAST
004941     CLOSE ACCT-MAST
004942     CLOSE BANK-MAST
004950     CLOSE RECUR-AMTIN
004960     CLOSE RECUR-RPT
004970     MOVE SCHEDULE-READ-COUNT TO EDIT-SCHEDULE-READ-COUNT
004980     MOVE GENERATED-COUNT TO EDIT-GENERATED-COUNT
004990     MOVE RETIRED-COUNT TO EDIT-RETIRED-COUNT
005000     MOVE SKIPPED-COUNT TO EDIT-SKIPPED-COUNT
005010     DISPLAY "----------------------------------------"
005020     DISPLAY "SCHEDULES READ . . . . . " EDIT-SCHEDULE-READ-COUNT
005030     DISPLAY "PAYMENTS GENERATED . . . " EDIT-GENERATED-COUNT
005040     DISPLAY "SCHEDULES RETIRED. . . . " EDIT-RETIRED-COUNT
005050     DISPLAY "SCHEDULES SKIPPED. . . . " EDIT-SKIPPED-COUNT
005051     PERFORM 3200-DISPLAY-COUNTER THRU 3200-EXIT
005052         VARYING CTR-INDEX FROM 1 BY 1
005053         UNTIL CTR-INDEX > CTR-COUNT
005070     IF SKIPPED-COUNT NOT = ZERO
005080             AND RETURN-CODE < 4
005090         MOVE 4 TO RETURN-CODE
005100     END-IF
005110     .
005120 3000-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------
005160*  3100-WRITE-BATCH - ONE DEPARTMENT BATCH FOR THE CYCLE.  THE
005170*  HEADER AND TRAILER CARRY THE COUNT AND AMOUNT HASH TOTAL OF
005180*  THE HELD DETAILS, SO LIISTING9-1 RELEASES THE BATCH WHOLE.
005190*----------------------------------------------------------------
005200 3100-WRITE-BATCH.
005210     PERFORM 3150-BUILD-BATCH-RECORD THRU 3150-EXIT
005220     SET AMTIN-BATCH-HEADER TO TRUE
005230     WRITE AMTIN-RECORD
005240     PERFORM 3110-WRITE-HELD-DETAIL THRU 3110-EXIT
005250         VARYING HOLD-INDEX FROM 1 BY 1
005260         UNTIL HOLD-INDEX > HOLD-COUNT
005270     PERFORM 3150-BUILD-BATCH-RECORD THRU 3150-EXIT
005280     SET AMTIN-BATCH-TRAILER TO TRUE
005290     WRITE AMTIN-RECORD
005300     .
005310 3100-EXIT.
005320     EXIT.
005330
005340 3110-WRITE-HELD-DETAIL.
005350     MOVE HOLD-RECORD (HOLD-INDEX) TO AMTIN-RECORD-X
005360     WRITE AMTIN-RECORD
005370     .
005380 3110-EXIT.
005390     EXIT.
005400
005410 3150-BUILD-BATCH-RECORD.
005420     MOVE SPACES TO AMTIN-RECORD-X
005430     STRING 'RC' DELIMITED BY SIZE
005440         CYCLE-DATE (3:6) DELIMITED BY SIZE
005450         INTO AMTIN-BATCH-ID
005460     MOVE 'RECURRNG' TO AMTIN-BATCH-DEPARTMENT
005470     MOVE HOLD-COUNT TO AMTIN-BATCH-EXPECTED-COUNT
005480     MOVE GENERATED-TOTAL TO AMTIN-BATCH-HASH-TOTAL
005490     .
005500 3150-EXIT.
005510     EXIT.
005511
005512 3200-DISPLAY-COUNTER.
005513     DISPLAY "BANK " CTR-BANK-CODE (CTR-INDEX)
005514         " NEXT CHECK NUMBER " CTR-NEXT-CHECK (CTR-INDEX)
005515     .
005516 3200-EXIT.
005517     EXIT.
