000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LIISTING9-18.
000030 AUTHOR. 62160246.
000040 INSTALLATION. DAILY-BATCH-CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  10/15/2026 TWK  NEW PROGRAM.  ACH RETURN AND NOTIFICATION-
000110*                  OF-CHANGE PROCESSING.  READS THE BANK'S
000120*                  ACHRTN RETURNS FILE AND MATCHES EACH ENTRY
000130*                  TO THE PAYHIST 'A' RECORD THAT SENT IT (SAME
000140*                  SETTLE DATE, PAYEE AND AMOUNT).  A RETURNED
000150*                  PAYMENT IS BACKED OUT OF THE GL WITH THE
000160*                  SAME OFFSETTING EXTRACT THE 'V' RECORD TYPE
000170*                  WRITES IN LIISTING9-1 - ON ITS OWN RTNGL
000180*                  FILE IN THE GLEXTRACT LAYOUT, LIKE THE
000190*                  LIISTING9-11 STALEGL BACK-OUTS, SO THE
000200*                  LIISTING9-7 PROOF AGAINST GLCTL IS UNTOUCHED
000210*                  - ITS HISTORY RECORD IS MARKED RETURNED
000220*                  ('R'), ITS BUDGMAST SPEND IS REVERSED, AND
000230*                  THE VENDOR'S BANK DETAILS ARE FLAGGED
000240*                  UNUSABLE SO THE NEXT ACH PAYMENT TO THE
000250*                  VENDOR REJECTS IN LIISTING9-1.  A
000260*                  NOTIFICATION OF CHANGE POSTS NOTHING (THE
000270*                  PAYMENT SETTLED) BUT FLAGS THE BANK DETAILS
000280*                  THE SAME WAY AND PRINTS THE BANK'S CORRECTED
000290*                  ROUTING AND ACCOUNT FOR AP TO KEY IN 9-9.
000300*                  ENTRIES WITH NO MATCHING PAYMENT PRINT IN AN
000310*                  UNMATCHED SECTION WITH THEIR REASON CODES
000320*                  AND END THE JOB WITH RETURN CODE 4 FOR
000330*                  REVIEW.  A RERUN OF THE SAME RETURNS FILE
000340*                  FINDS THE HISTORY ALREADY 'R' AND REPORTS
000350*                  THE ENTRY AS ALREADY RETURNED INSTEAD OF
000360*                  BACKING IT OUT TWICE.
000370*  10/15/2026 TWK  EVERY RTNGL RECORD NOW CARRIES A BATCH ID IN
000380*                  GL-RUN-ID ('R' + YYDDD + HHMM OF THE RUN) SO
000390*                  THE LIISTING9-24 GL BALANCE POSTING CAN APPLY
000400*                  THE BACK-OUTS TO GLBALMST EXACTLY ONCE.
000410*  10/15/2026 TWK  A RETURN IS NOW MATCHED TO THE WHOLE ACH
000420*                  PAYMENT: THE 'A' HISTORY LINES OF ONE SETTLE
000430*                  DATE, PAYEE, VENDOR AND CHECK NUMBER ARE
000440*                  ADDED UP NET OF BACKUP WITHHOLDING IN BASE
000450*                  USD, THE FIGURE ACH-OUT CARRIED, SO SPLIT,
000460*                  WITHHELD AND FOREIGN-CURRENCY PAYMENTS MATCH.
000470*                  EVERY LINE OF A RETURNED PAYMENT IS BACKED
000480*                  OUT AT ITS BASE-USD AMOUNT WITH ITS ORIGINAL
000490*                  CURRENCY AND AMOUNT ON THE RTNGL RECORD, AND
000500*                  ANY WITHHOLDING IS DEBITED BACK OUT OF THE
000510*                  CTLCARD LIABILITY ACCOUNT ON A SECOND RTNGL
000520*                  RECORD, AS A VOID DOES IN LIISTING9-1.  A
000530*                  WITHHELD PAYMENT IS LEFT UNMATCHED WHEN THE
000540*                  CARD NAMES NO LIABILITY ACCOUNT.
000541*  10/15/2026 TWK  A RETURN WHOSE PAYMENT MONTH IS HARD-CLOSED ON
000542*                  PERIODCTL IS LEFT UNMATCHED FOR A MANUAL
000543*                  ENTRY - ITS BUDGET IS FROZEN AND LIISTING9-1
000544*                  POSTS NOTHING INTO THAT MONTH.  A BUDGET
000545*                  REWRITE THAT FAILS IS DISPLAYED.
000546*  10/15/2026 TWK  EVERY MATCHED RETURN NOW FLAGS THE VENDOR'S
000547*                  BANK DETAILS, INCLUDING ONE LEFT FOR A MANUAL
000548*                  ENTRY, SO THE ACCOUNT IS NOT PAID AGAIN.
000550*----------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT ACH-RTN ASSIGN TO "ACHRTN"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT OPTIONAL CTLCARD ASSIGN TO "CTLCARD"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT OPTIONAL PAY-HIST ASSIGN TO "PAYHIST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS HIST-KEY
000670         ALTERNATE RECORD KEY IS HIST-ACCOUNT-DATE-KEY
000680             WITH DUPLICATES.
000690     SELECT OPTIONAL VEND-MAST ASSIGN TO "VENDMAST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS VEND-ID.
000730     SELECT OPTIONAL BUDG-MAST ASSIGN TO "BUDGMAST"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS BUDG-KEY.
000761     SELECT OPTIONAL PERIOD-CTL ASSIGN TO "PERIODCTL"
000762         ORGANIZATION IS INDEXED
000763         ACCESS MODE IS RANDOM
000764         RECORD KEY IS PERIOD-YYYYMM.
000770     SELECT RTN-GL-OUT ASSIGN TO "RTNGL"
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790     SELECT RTN-RPT ASSIGN TO "RTN-RPT"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  ACH-RTN
000850     LABEL RECORDS ARE STANDARD.
000860     COPY ACHRTN.
000870
000880 FD  CTLCARD
000890     LABEL RECORDS ARE STANDARD.
000900     COPY CTLCARD.
000910
000920 FD  PAY-HIST
000930     LABEL RECORDS ARE STANDARD.
000940     COPY PAYHIST.
000950
000960 FD  VEND-MAST
000970     LABEL RECORDS ARE STANDARD.
000980     COPY VENDREC.
000990
001000 FD  BUDG-MAST
001010     LABEL RECORDS ARE STANDARD.
001020     COPY BUDGREC.
001021
001022 FD  PERIOD-CTL
001023     LABEL RECORDS ARE STANDARD.
001024     COPY PERIODREC.
001030
001040 FD  RTN-GL-OUT
001050     LABEL RECORDS ARE STANDARD.
001060     COPY GLEXTRACT.
001070
001080 FD  RTN-RPT
001090     LABEL RECORDS ARE STANDARD.
001100 01  RTN-HEADING-LINE.
001110     05  RTN-HEADING-TEXT        PIC X(44).
001120     05  RTN-HEADING-DATE        PIC 9999/99/99.
001130     05  FILLER                  PIC X(78).
001140 01  RTN-COLUMN-LINE             PIC X(132).
001150 01  RTN-DETAIL-LINE.
001160     05  RTN-SECTION-OUT         PIC X(10).
001170     05  FILLER                  PIC X(02).
001180     05  RTN-REASON-OUT          PIC X(03).
001190     05  FILLER                  PIC X(02).
001200     05  RTN-DATE-OUT            PIC 9999/99/99.
001210     05  FILLER                  PIC X(02).
001220     05  RTN-PAYEE-OUT           PIC X(30).
001230     05  FILLER                  PIC X(02).
001240     05  RTN-VENDOR-OUT          PIC X(08).
001250     05  FILLER                  PIC X(02).
001260     05  RTN-ACCOUNT-OUT         PIC X(10).
001270     05  FILLER                  PIC X(02).
001280     05  RTN-AMOUNT-OUT          PIC $$,$$$,$$9.99CR.
001290     05  FILLER                  PIC X(02).
001300     05  RTN-NOTE-OUT            PIC X(32).
001310 01  RTN-TOTAL-LINE.
001320     05  RTN-TOTAL-LABEL         PIC X(28).
001330     05  RTN-TOTAL-COUNT         PIC ZZ,ZZ9.
001340     05  FILLER                  PIC X(02).
001350     05  RTN-TOTAL-AMOUNT        PIC $,$$$,$$$,$$9.99CR.
001360     05  FILLER                  PIC X(77).
001370 01  RTN-BLANK-LINE              PIC X(132).
001380
001390 WORKING-STORAGE SECTION.
001400 01 NUMERICVALUE  PIC S9(8)V99       VALUE ZERO.
001410 COPY EDITPICS.
001420
001430 77 RTN-EOF-SWITCH     PIC X(01)          VALUE 'N'.
001440     88 END-OF-RETURNS                    VALUE 'Y'.
001450 77 HIST-EOF-SWITCH    PIC X(01)          VALUE 'N'.
001460     88 END-OF-PAY-HIST                   VALUE 'Y'.
001470 77 BACK-OUT-SWITCH    PIC X(01)          VALUE 'N'.
001480     88 RETURNS-TO-BACK-OUT               VALUE 'Y'.
001490 77 RUN-DATE-YMD       PIC 9(08)          VALUE ZERO.
001500 77 WITHHOLD-ACCOUNT   PIC X(10)          VALUE SPACES.
001501 77 MONTH-CLOSED-SWITCH PIC X(01)         VALUE 'N'.
001502     88 PAYMENT-MONTH-CLOSED              VALUE 'Y'.
001510 77 NEW-BANK-STATUS    PIC X(01)          VALUE SPACE.
001520 77 FLAG-VENDOR-ID     PIC X(08)          VALUE SPACES.
001530 77 RECORD-BASE        PIC S9(8)V99 COMP-3 VALUE ZERO.
001540 77 RECORD-WITHHELD    PIC S9(8)V99 COMP-3 VALUE ZERO.
001550 77 UNMATCHED-AMOUNT   PIC S9(8)V99 COMP-3 VALUE ZERO.
001560 77 RETURNS-READ-COUNT PIC 9(07) COMP     VALUE ZERO.
001570 77 HISTORY-READ-COUNT PIC 9(07) COMP     VALUE ZERO.
001580 77 RETURNED-COUNT     PIC 9(05) COMP     VALUE ZERO.
001590 77 RETURNED-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
001600 77 LINES-BACKED-OUT   PIC 9(05) COMP     VALUE ZERO.
001610 77 NOC-COUNT          PIC 9(05) COMP     VALUE ZERO.
001620 77 UNMATCHED-COUNT    PIC 9(05) COMP     VALUE ZERO.
001630 77 UNMATCHED-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
001640 77 RUN-TIME-NOW       PIC 9(08)          VALUE ZERO.
001650 01 RTN-BATCH-ID.
001660     05 RTN-BATCH-PREFIX   PIC X(01)      VALUE 'R'.
001670     05 RTN-BATCH-DAY      PIC 9(05)      VALUE ZERO.
001680     05 RTN-BATCH-TIME     PIC 9(04)      VALUE ZERO.
001690 01 EDIT-RETURNS-READ-COUNT PIC Z,ZZZ,ZZ9.
001700 01 EDIT-RETURNED-COUNT PIC ZZ,ZZ9.
001710 01 EDIT-LINES-BACKED-OUT PIC ZZ,ZZ9.
001720 01 EDIT-NOC-COUNT     PIC ZZ,ZZ9.
001730 01 EDIT-UNMATCHED-COUNT PIC ZZ,ZZ9.
001740
001750*----------------------------------------------------------------
001760*  ONE REPORT LINE AS 2350-PRINT-MATCHED PRINTS IT, SET BY THE
001770*  CALLER FROM THE HISTORY RECORD OR FROM ITS PAYMENT GROUP
001780*----------------------------------------------------------------
001790 77 DETAIL-SECTION     PIC X(10)          VALUE SPACES.
001800 77 DETAIL-DATE        PIC 9(08)          VALUE ZERO.
001810 77 DETAIL-PAYEE       PIC X(30)          VALUE SPACES.
001820 77 DETAIL-VENDOR      PIC X(08)          VALUE SPACES.
001830 77 DETAIL-ACCOUNT     PIC X(10)          VALUE SPACES.
001840 77 DETAIL-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
001850 77 DETAIL-NOTE        PIC X(32)          VALUE SPACES.
001860
001870*----------------------------------------------------------------
001880*  RETURN TABLE.  THE WHOLE RETURNS FILE IS LOADED UP FRONT SO
001890*  ONE SEQUENTIAL PASS OF PAYHIST CAN GATHER EVERY PAYMENT THE
001900*  BANK NAMED - THE HISTORY HAS NO KEY ON SETTLE DATE AND
001910*  PAYEE.  AN ENTRY IS OPEN UNTIL A PAYMENT MATCHES IT; 'P'
001920*  MEANS ONLY AN ALREADY-RETURNED PAYMENT MATCHED (A RERUN),
001930*  'W' THAT THE PAYMENT HAD WITHHOLDING AND THE CTLCARD NAMES
001931*  NO LIABILITY ACCOUNT TO REVERSE IT FROM, 'H' THAT THE
001932*  PAYMENT'S MONTH IS HARD-CLOSED, 'X' THAT THE BANK'S RECORD
001933*  WAS UNUSABLE.  THE SAME SHAPE AS THE LIISTING9-10 VENDOR
001934*  TABLE.
001970*----------------------------------------------------------------
001980 77 RTN-COUNT          PIC 9(04) COMP     VALUE ZERO.
001990 77 RTN-INDEX          PIC 9(04) COMP     VALUE ZERO.
002000 77 RTN-TABLE-LIMIT    PIC 9(04) COMP     VALUE 500.
002010 77 RTN-NAMED-SWITCH   PIC X(01)          VALUE 'N'.
002020     88 RETURN-NAMED                      VALUE 'Y'.
002030 01 RETURN-TABLE.
002040     05 RETURN-ENTRY OCCURS 500 TIMES.
002050         10 RTN-TBL-TYPE       PIC X(01).
002060         10 RTN-TBL-REASON     PIC X(03).
002070         10 RTN-TBL-CENTS      PIC 9(10).
002080         10 RTN-TBL-SETTLE-DATE PIC 9(08).
002090         10 RTN-TBL-PAYEE      PIC X(30).
002100         10 RTN-TBL-CORRECTED-ROUTING
002110                               PIC 9(09).
002120         10 RTN-TBL-CORRECTED-ACCOUNT
002130                               PIC X(17).
002140         10 RTN-TBL-STATUS     PIC X(01).
002150             88 RTN-TBL-OPEN                 VALUE SPACE.
002160             88 RTN-TBL-MATCHED              VALUE 'M'.
002170             88 RTN-TBL-PRIOR                VALUE 'P'.
002180             88 RTN-TBL-NO-LIABILITY         VALUE 'W'.
002181             88 RTN-TBL-MONTH-CLOSED         VALUE 'H'.
002190             88 RTN-TBL-INVALID              VALUE 'X'.
002200
002210*----------------------------------------------------------------
002220*  PAYMENT TABLE.  ONE ENTRY PER ACH PAYMENT THE BANK NAMED -
002230*  THE 'A' (OR ALREADY-RETURNED 'R') HISTORY LINES OF ONE
002240*  SETTLE DATE, PAYEE, VENDOR AND CHECK NUMBER.  A SPLIT
002250*  PAYMENT HAS ONE LINE PER DISTRIBUTION ACCOUNT; GRP-NET IS
002260*  THE BASE-USD AMOUNT NET OF WITHHOLDING THAT WENT TO THE BANK
002270*  ON ACH-OUT.  GRP-ACTION IS SET WHEN A BANK ENTRY CLAIMS THE
002280*  PAYMENT - 'R' TO BACK IT OUT, 'C' FOR A CHANGE NOTICE.
002290*----------------------------------------------------------------
002300 77 GRP-COUNT          PIC 9(04) COMP     VALUE ZERO.
002310 77 GRP-INDEX          PIC 9(04) COMP     VALUE ZERO.
002320 77 GRP-SLOT           PIC 9(04) COMP     VALUE ZERO.
002330 77 GRP-TABLE-LIMIT    PIC 9(04) COMP     VALUE 500.
002340 77 GRP-FOUND-SWITCH   PIC X(01)          VALUE 'N'.
002350     88 GROUP-FOUND                       VALUE 'Y'.
002360 77 MATCH-DISPOSITION  PIC X(01)          VALUE SPACE.
002370 01 GROUP-TABLE.
002380     05 GROUP-ENTRY OCCURS 500 TIMES.
002390         10 GRP-SETTLE-DATE    PIC 9(08).
002400         10 GRP-PAYEE          PIC X(30).
002410         10 GRP-VENDOR         PIC X(08).
002420         10 GRP-CHECK-NUMBER   PIC 9(06).
002430         10 GRP-DISPOSITION    PIC X(01).
002440         10 GRP-ACCOUNT        PIC X(10).
002450         10 GRP-LINE-COUNT     PIC 9(04) COMP.
002460         10 GRP-NET            PIC S9(11)V99 COMP-3.
002470         10 GRP-WITHHELD       PIC S9(11)V99 COMP-3.
002480         10 GRP-RTN-INDEX      PIC 9(04) COMP.
002490         10 GRP-DONE-COUNT     PIC 9(04) COMP.
002500         10 GRP-NOTE           PIC X(32).
002510         10 GRP-ACTION         PIC X(01).
002520             88 GRP-UNCLAIMED                VALUE SPACE.
002530             88 GRP-BACK-OUT                 VALUE 'R'.
002540             88 GRP-CHANGE                   VALUE 'C'.
002550
002560 PROCEDURE DIVISION.
002570 BEGIN.
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002590     PERFORM 2000-GATHER-PAYMENTS THRU 2000-EXIT
002600         UNTIL END-OF-PAY-HIST
002610     PERFORM 2100-MATCH-ONE-RETURN THRU 2100-EXIT
002620         VARYING RTN-INDEX FROM 1 BY 1
002630         UNTIL RTN-INDEX > RTN-COUNT
002640     IF RETURNS-TO-BACK-OUT
002650         PERFORM 1300-POSITION-HISTORY THRU 1300-EXIT
002660         PERFORM 2300-BACK-OUT-HISTORY THRU 2300-EXIT
002670             UNTIL END-OF-PAY-HIST
002680         PERFORM 2340-BACK-OUT-WITHHOLDING THRU 2340-EXIT
002690             VARYING GRP-INDEX FROM 1 BY 1
002700             UNTIL GRP-INDEX > GRP-COUNT
002710     END-IF
002720     PERFORM 2500-PRINT-UNMATCHED THRU 2500-EXIT
002730     PERFORM 3000-TERMINATE THRU 3000-EXIT
002740     GOBACK
002750     .
002760
002770*----------------------------------------------------------------
002780*  1000-INITIALIZE - LOAD THE RETURNS FILE, PICK UP THE
002790*  WITHHOLDING LIABILITY ACCOUNT, OPEN THE MASTERS AND OUTPUTS,
002800*  PRINT THE HEADINGS AND POSITION THE HISTORY SCAN AT THE
002810*  FIRST RECORD
002820*----------------------------------------------------------------
002830 1000-INITIALIZE.
002840     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
002850     ACCEPT RTN-BATCH-DAY FROM DAY
002860     ACCEPT RUN-TIME-NOW FROM TIME
002870     MOVE RUN-TIME-NOW (1:4) TO RTN-BATCH-TIME
002880     OPEN INPUT ACH-RTN
002890     PERFORM 1100-LOAD-RETURN THRU 1100-EXIT
002900         UNTIL END-OF-RETURNS
002910     CLOSE ACH-RTN
002920     PERFORM 1200-READ-CTLCARD THRU 1200-EXIT
002930     OPEN I-O PAY-HIST
002940     OPEN I-O VEND-MAST
002950     OPEN I-O BUDG-MAST
002951     OPEN INPUT PERIOD-CTL
002960     OPEN OUTPUT RTN-GL-OUT
002970     OPEN OUTPUT RTN-RPT
002980     MOVE SPACES TO RTN-HEADING-LINE
002990     MOVE 'LIISTING9-18 - ACH RETURNS AS OF'
003000         TO RTN-HEADING-TEXT
003010     MOVE RUN-DATE-YMD TO RTN-HEADING-DATE
003020     WRITE RTN-HEADING-LINE
003030     MOVE SPACES TO RTN-COLUMN-LINE
003040     MOVE 'SECTION     RSN  SETTLED     PAYEE
003050-        '                   VENDOR    ACCOUNT             AMOUNT
003060-        '  NOTE' TO RTN-COLUMN-LINE
003070     WRITE RTN-COLUMN-LINE
003080     MOVE SPACES TO RTN-BLANK-LINE
003090     WRITE RTN-BLANK-LINE
003100     PERFORM 1300-POSITION-HISTORY THRU 1300-EXIT
003110     .
003120 1000-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------------
003160*  1100-LOAD-RETURN - READ ONE BANK ENTRY INTO THE RETURN TABLE.
003170*  AN UNKNOWN ENTRY TYPE OR A NON-NUMERIC AMOUNT OR DATE CANNOT
003180*  BE MATCHED AND IS HELD AS INVALID FOR THE UNMATCHED SECTION.
003190*----------------------------------------------------------------
003200 1100-LOAD-RETURN.
003210     READ ACH-RTN
003220         AT END
003230             SET END-OF-RETURNS TO TRUE
003240         NOT AT END
003250             ADD 1 TO RETURNS-READ-COUNT
003260             IF RTN-COUNT < RTN-TABLE-LIMIT
003270                 PERFORM 1110-STORE-RETURN THRU 1110-EXIT
003280             ELSE
003290                 DISPLAY "*** RETURN TABLE FULL - ENTRY FOR "
003300                     ACHRTN-PAYEE " NOT PROCESSED"
003310                 MOVE 8 TO RETURN-CODE
003320             END-IF
003330     END-READ
003340     .
003350 1100-EXIT.
003360     EXIT.
003370
003380 1110-STORE-RETURN.
003390     ADD 1 TO RTN-COUNT
003400     MOVE ACHRTN-RECORD-TYPE TO RTN-TBL-TYPE (RTN-COUNT)
003410     MOVE ACHRTN-REASON-CODE TO RTN-TBL-REASON (RTN-COUNT)
003420     MOVE ACHRTN-PAYEE TO RTN-TBL-PAYEE (RTN-COUNT)
003430     MOVE ACHRTN-CORRECTED-ACCOUNT
003440         TO RTN-TBL-CORRECTED-ACCOUNT (RTN-COUNT)
003450     MOVE SPACE TO RTN-TBL-STATUS (RTN-COUNT)
003460     IF ACHRTN-CORRECTED-ROUTING NUMERIC
003470         MOVE ACHRTN-CORRECTED-ROUTING
003480             TO RTN-TBL-CORRECTED-ROUTING (RTN-COUNT)
003490     ELSE
003500         MOVE ZERO TO RTN-TBL-CORRECTED-ROUTING (RTN-COUNT)
003510     END-IF
003520     IF (ACHRTN-RETURN OR ACHRTN-NOC)
003530             AND ACHRTN-AMOUNT-CENTS NUMERIC
003540             AND ACHRTN-SETTLE-DATE NUMERIC
003550         MOVE ACHRTN-AMOUNT-CENTS TO RTN-TBL-CENTS (RTN-COUNT)
003560         MOVE ACHRTN-SETTLE-DATE
003570             TO RTN-TBL-SETTLE-DATE (RTN-COUNT)
003580     ELSE
003590         MOVE ZERO TO RTN-TBL-CENTS (RTN-COUNT)
003600         MOVE ZERO TO RTN-TBL-SETTLE-DATE (RTN-COUNT)
003610         MOVE 'X' TO RTN-TBL-STATUS (RTN-COUNT)
003620     END-IF
003630     .
003640 1110-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------------
003680*  1200-READ-CTLCARD - THE LIISTING9-1 CONTROL CARD NAMES THE
003690*  GL LIABILITY ACCOUNT BACKUP WITHHOLDING WAS CREDITED TO
003700*  (POSITIONS 12-21); A RETURNED WITHHELD PAYMENT DEBITS IT
003710*  BACK.  ONLY THAT FIELD IS USED HERE.
003720*----------------------------------------------------------------
003730 1200-READ-CTLCARD.
003740     OPEN INPUT CTLCARD
003750     READ CTLCARD
003760         AT END
003770             CONTINUE
003780         NOT AT END
003790             MOVE CTL-WITHHOLD-ACCOUNT TO WITHHOLD-ACCOUNT
003800     END-READ
003810     CLOSE CTLCARD
003820     IF WITHHOLD-ACCOUNT = SPACES
003830         DISPLAY 'NO WITHHOLDING LIABILITY ACCOUNT ON CTLCARD - '
003840             'WITHHELD PAYMENTS WILL NOT BE BACKED OUT'
003850     END-IF
003860     .
003870 1200-EXIT.
003880     EXIT.
003890
003900 1300-POSITION-HISTORY.
003910     MOVE 'N' TO HIST-EOF-SWITCH
003920     MOVE LOW-VALUES TO HIST-KEY
003930     START PAY-HIST KEY NOT LESS THAN HIST-KEY
003940         INVALID KEY SET END-OF-PAY-HIST TO TRUE
003950     END-START
003960     .
003970 1300-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------------
004010*  1400-PRICE-HISTORY-RECORD - THE RECORD'S BASE-USD AMOUNT AND
004020*  ITS WITHHOLDING.  HISTORY WRITTEN BEFORE THE BASE AND
004030*  WITHHELD AMOUNTS WERE CARRIED HAS SPACES THERE AND WAS
004040*  POSTED AT HIST-AMOUNT WITH NOTHING WITHHELD.
004050*----------------------------------------------------------------
004060 1400-PRICE-HISTORY-RECORD.
004070     IF HIST-BASE-AMOUNT NUMERIC
004080         MOVE HIST-BASE-AMOUNT TO RECORD-BASE
004090     ELSE
004100         MOVE HIST-AMOUNT TO RECORD-BASE
004110     END-IF
004120     IF HIST-WITHHELD-AMOUNT NUMERIC
004130         MOVE HIST-WITHHELD-AMOUNT TO RECORD-WITHHELD
004140     ELSE
004150         MOVE ZERO TO RECORD-WITHHELD
004160     END-IF
004170     .
004180 1400-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------------
004220*  2000-GATHER-PAYMENTS - READ THE NEXT HISTORY RECORD AND, IF
004230*  IT IS AN ACH PAYMENT LINE ON A SETTLE DATE AND PAYEE SOME
004240*  BANK ENTRY NAMES, ADD IT INTO ITS PAYMENT'S TABLE ENTRY.
004250*  ALREADY-RETURNED LINES ARE GATHERED TOO, SO A RERUN CAN
004260*  REPORT ITS ENTRY AS ALREADY RETURNED.
004270*----------------------------------------------------------------
004280 2000-GATHER-PAYMENTS.
004290     READ PAY-HIST NEXT
004300         AT END
004310             SET END-OF-PAY-HIST TO TRUE
004320         NOT AT END
004330             ADD 1 TO HISTORY-READ-COUNT
004340             IF HIST-ACH-PAID OR HIST-ACH-RETURNED
004350                 MOVE 'N' TO RTN-NAMED-SWITCH
004360                 PERFORM 2010-CHECK-RETURN-NAMED THRU 2010-EXIT
004370                     VARYING RTN-INDEX FROM 1 BY 1
004380                     UNTIL RTN-INDEX > RTN-COUNT
004390                         OR RETURN-NAMED
004400                 IF RETURN-NAMED
004410                     PERFORM 2020-ADD-TO-GROUP THRU 2020-EXIT
004420                 END-IF
004430             END-IF
004440     END-READ
004450     .
004460 2000-EXIT.
004470     EXIT.
004480
004490 2010-CHECK-RETURN-NAMED.
004500     IF RTN-TBL-SETTLE-DATE (RTN-INDEX) = HIST-TRANSACTION-DATE
004510             AND RTN-TBL-PAYEE (RTN-INDEX) = HIST-PAYEE-NAME
004520             AND NOT RTN-TBL-INVALID (RTN-INDEX)
004530         SET RETURN-NAMED TO TRUE
004540     END-IF
004550     .
004560 2010-EXIT.
004570     EXIT.
004580
004590 2020-ADD-TO-GROUP.
004600     PERFORM 2030-FIND-GROUP THRU 2030-EXIT
004610     IF NOT GROUP-FOUND
004620         IF GRP-COUNT < GRP-TABLE-LIMIT
004630             ADD 1 TO GRP-COUNT
004640             MOVE GRP-COUNT TO GRP-SLOT
004650             MOVE HIST-TRANSACTION-DATE
004660                 TO GRP-SETTLE-DATE (GRP-SLOT)
004670             MOVE HIST-PAYEE-NAME TO GRP-PAYEE (GRP-SLOT)
004680             MOVE HIST-VENDOR-ID TO GRP-VENDOR (GRP-SLOT)
004690             MOVE HIST-CHECK-NUMBER TO GRP-CHECK-NUMBER (GRP-SLOT)
004700             MOVE HIST-DISPOSITION TO GRP-DISPOSITION (GRP-SLOT)
004710             MOVE HIST-ACCOUNT-CODE TO GRP-ACCOUNT (GRP-SLOT)
004720             MOVE ZERO TO GRP-LINE-COUNT (GRP-SLOT)
004730             MOVE ZERO TO GRP-NET (GRP-SLOT)
004740             MOVE ZERO TO GRP-WITHHELD (GRP-SLOT)
004750             MOVE ZERO TO GRP-RTN-INDEX (GRP-SLOT)
004760             MOVE ZERO TO GRP-DONE-COUNT (GRP-SLOT)
004770             MOVE SPACES TO GRP-NOTE (GRP-SLOT)
004780             MOVE SPACE TO GRP-ACTION (GRP-SLOT)
004790             SET GROUP-FOUND TO TRUE
004800         ELSE
004810             DISPLAY "*** PAYMENT TABLE FULL - LINE FOR "
004820                 HIST-PAYEE-NAME " NOT GATHERED"
004830             MOVE 8 TO RETURN-CODE
004840         END-IF
004850     END-IF
004860     IF GROUP-FOUND
004870         PERFORM 1400-PRICE-HISTORY-RECORD THRU 1400-EXIT
004880         ADD 1 TO GRP-LINE-COUNT (GRP-SLOT)
004890         COMPUTE GRP-NET (GRP-SLOT) = GRP-NET (GRP-SLOT)
004900             + RECORD-BASE - RECORD-WITHHELD
004910         ADD RECORD-WITHHELD TO GRP-WITHHELD (GRP-SLOT)
004920     END-IF
004930     .
004940 2020-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------
004980*  2030-FIND-GROUP - LOOK UP THE PAYMENT THE HISTORY RECORD IN
004990*  HAND BELONGS TO.  GRP-SLOT IS LEFT ON IT WHEN FOUND.
005000*----------------------------------------------------------------
005010 2030-FIND-GROUP.
005020     MOVE 'N' TO GRP-FOUND-SWITCH
005030     PERFORM 2040-MATCH-GROUP-ENTRY THRU 2040-EXIT
005040         VARYING GRP-INDEX FROM 1 BY 1
005050         UNTIL GRP-INDEX > GRP-COUNT OR GROUP-FOUND
005060     .
005070 2030-EXIT.
005080     EXIT.
005090
005100 2040-MATCH-GROUP-ENTRY.
005110     IF GRP-SETTLE-DATE (GRP-INDEX) = HIST-TRANSACTION-DATE
005120             AND GRP-PAYEE (GRP-INDEX) = HIST-PAYEE-NAME
005130             AND GRP-VENDOR (GRP-INDEX) = HIST-VENDOR-ID
005140             AND GRP-CHECK-NUMBER (GRP-INDEX) = HIST-CHECK-NUMBER
005150             AND GRP-DISPOSITION (GRP-INDEX) = HIST-DISPOSITION
005160         SET GROUP-FOUND TO TRUE
005170         MOVE GRP-INDEX TO GRP-SLOT
005180     END-IF
005190     .
005200 2040-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------------
005240*  2100-MATCH-ONE-RETURN - THE BANK ECHOES THE SETTLE DATE,
005250*  PAYEE AND WHOLE CENTS LIISTING9-1 SENT ON ACH-OUT, WHICH ARE
005260*  THE PAYMENT'S TRANSACTION DATE, PAYEE AND NET BASE-USD
005270*  TOTAL.  AN ENTRY CLAIMS AN UNCLAIMED PAID PAYMENT FIRST; ONLY
005280*  WHEN THERE IS NONE DOES AN ALREADY-RETURNED ONE MAKE IT A
005290*  RERUN.  ONE PAYMENT ANSWERS ONE BANK ENTRY.
005300*----------------------------------------------------------------
005310 2100-MATCH-ONE-RETURN.
005320     IF RTN-TBL-OPEN (RTN-INDEX)
005330         MOVE 'A' TO MATCH-DISPOSITION
005340         PERFORM 2110-FIND-PAYMENT THRU 2110-EXIT
005350         IF GROUP-FOUND
005360             PERFORM 2200-APPLY-RETURN THRU 2200-EXIT
005370         ELSE
005380             MOVE 'R' TO MATCH-DISPOSITION
005390             PERFORM 2110-FIND-PAYMENT THRU 2110-EXIT
005400             IF GROUP-FOUND
005410                 MOVE 'P' TO RTN-TBL-STATUS (RTN-INDEX)
005420             END-IF
005430         END-IF
005440     END-IF
005450     .
005460 2100-EXIT.
005470     EXIT.
005480
005490 2110-FIND-PAYMENT.
005500     MOVE 'N' TO GRP-FOUND-SWITCH
005510     PERFORM 2120-MATCH-PAYMENT THRU 2120-EXIT
005520         VARYING GRP-INDEX FROM 1 BY 1
005530         UNTIL GRP-INDEX > GRP-COUNT OR GROUP-FOUND
005540     .
005550 2110-EXIT.
005560     EXIT.
005570
005580 2120-MATCH-PAYMENT.
005590     IF GRP-DISPOSITION (GRP-INDEX) = MATCH-DISPOSITION
005600             AND GRP-UNCLAIMED (GRP-INDEX)
005610             AND GRP-SETTLE-DATE (GRP-INDEX)
005620                 = RTN-TBL-SETTLE-DATE (RTN-INDEX)
005630             AND GRP-PAYEE (GRP-INDEX) = RTN-TBL-PAYEE (RTN-INDEX)
005640             AND (GRP-NET (GRP-INDEX) * 100
005650                 = RTN-TBL-CENTS (RTN-INDEX)
005660              OR GRP-NET (GRP-INDEX) * -100
005670                 = RTN-TBL-CENTS (RTN-INDEX))
005680         SET GROUP-FOUND TO TRUE
005690         MOVE GRP-INDEX TO GRP-SLOT
005700     END-IF
005710     .
005720 2120-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760*  2200-APPLY-RETURN - A BANK ENTRY MATCHED AN ACH PAYMENT.  A
005761*  RETURN ALWAYS FLAGS THE VENDOR'S BANK DETAILS NOW, SO THE
005762*  RETURNED ACCOUNT IS NOT PAID AGAIN, AND CLAIMS THE PAYMENT
005763*  FOR THE BACK-OUT PASS.  A NOTIFICATION OF CHANGE ONLY STOPS
005764*  THE OLD BANK DETAILS BEING USED AGAIN.  A RETURNED PAYMENT
005765*  THAT HAD WITHHOLDING TAKEN CANNOT BE BACKED OUT WITHOUT A
005766*  LIABILITY ACCOUNT AND IS LEFT FOR REVIEW.  NEITHER CAN ONE
005767*  PAID IN A MONTH THAT IS NOW HARD-CLOSED: ITS BUDGET IS
005768*  FROZEN, AND THE SPEND IS TAKEN BACK OUT OF THE PAYMENT'S
005769*  OWN MONTH, WHERE LIISTING9-28 EXPECTS IT.  BOTH ARE STILL
005770*  FLAGGED.
005820*----------------------------------------------------------------
005830 2200-APPLY-RETURN.
005840     IF RTN-TBL-TYPE (RTN-INDEX) = 'R'
005841         MOVE 'R' TO NEW-BANK-STATUS
005842         MOVE GRP-VENDOR (GRP-SLOT) TO FLAG-VENDOR-ID
005843         PERFORM 2330-FLAG-VENDOR-BANK THRU 2330-EXIT
005844         PERFORM 2210-CHECK-PAYMENT-MONTH THRU 2210-EXIT
005845         EVALUATE TRUE
005846             WHEN PAYMENT-MONTH-CLOSED
005847                 MOVE 'H' TO RTN-TBL-STATUS (RTN-INDEX)
005848             WHEN GRP-WITHHELD (GRP-SLOT) NOT = ZERO
005849                     AND WITHHOLD-ACCOUNT = SPACES
005850                 MOVE 'W' TO RTN-TBL-STATUS (RTN-INDEX)
005851             WHEN OTHER
005852                 MOVE 'M' TO RTN-TBL-STATUS (RTN-INDEX)
005853                 MOVE 'R' TO GRP-ACTION (GRP-SLOT)
005854                 MOVE RTN-INDEX TO GRP-RTN-INDEX (GRP-SLOT)
005855                 SET RETURNS-TO-BACK-OUT TO TRUE
005856                 MOVE DETAIL-NOTE TO GRP-NOTE (GRP-SLOT)
005857                 ADD 1 TO RETURNED-COUNT
005858                 ADD GRP-NET (GRP-SLOT) TO RETURNED-TOTAL
005859                 DISPLAY "RETURN - " GRP-PAYEE (GRP-SLOT)
005860                     " BACKED OUT FOR " RTN-TBL-CENTS (RTN-INDEX)
005861                     " CENTS"
005862         END-EVALUATE
006030     ELSE
006040         MOVE 'M' TO RTN-TBL-STATUS (RTN-INDEX)
006050         MOVE 'C' TO GRP-ACTION (GRP-SLOT)
006060         MOVE RTN-INDEX TO GRP-RTN-INDEX (GRP-SLOT)
006070         PERFORM 2400-RECORD-CHANGE THRU 2400-EXIT
006080     END-IF
006090     .
006100 2200-EXIT.
006110     EXIT.
006111
006112*----------------------------------------------------------------
006113*  2210-CHECK-PAYMENT-MONTH - IS THE MONTH THE PAYMENT WAS
006114*  POSTED IN HARD-CLOSED ON PERIODCTL?  EVERY LINE OF THE
006115*  PAYMENT CARRIES THE SETTLE DATE AS ITS TRANSACTION DATE.  A
006116*  MONTH WITH NO RECORD IS OPEN, AS IN LIISTING9-1.
006117*----------------------------------------------------------------
006118 2210-CHECK-PAYMENT-MONTH.
006119     MOVE 'N' TO MONTH-CLOSED-SWITCH
006120     MOVE GRP-SETTLE-DATE (GRP-SLOT) (1:6) TO PERIOD-YYYYMM
006121     READ PERIOD-CTL
006122         INVALID KEY
006123             CONTINUE
006124         NOT INVALID KEY
006125             IF PERIOD-HARD-CLOSED
006126                 SET PAYMENT-MONTH-CLOSED TO TRUE
006127             END-IF
006128     END-READ
006129     .
006130 2210-EXIT.
006131     EXIT.
006132
006133*----------------------------------------------------------------
006140*  2300-BACK-OUT-HISTORY - THE SECOND PASS OF PAYHIST.  EVERY
006150*  'A' LINE OF A PAYMENT A RETURN CLAIMED IS BACKED OUT.
006160*----------------------------------------------------------------
006170 2300-BACK-OUT-HISTORY.
006180     READ PAY-HIST NEXT
006190         AT END
006200             SET END-OF-PAY-HIST TO TRUE
006210         NOT AT END
006220             IF HIST-ACH-PAID
006230                 PERFORM 2030-FIND-GROUP THRU 2030-EXIT
006240                 IF GROUP-FOUND
006250                     IF GRP-BACK-OUT (GRP-SLOT)
006260                         PERFORM 2310-BACK-OUT-LINE
006270                             THRU 2310-EXIT
006280                     END-IF
006290                 END-IF
006300             END-IF
006310     END-READ
006320     .
006330 2300-EXIT.
006340     EXIT.
006350
006360*----------------------------------------------------------------
006370*  2310-BACK-OUT-LINE - MARK ONE LINE OF THE RETURNED PAYMENT
006380*  RETURNED, WRITE ITS OFFSETTING GL EXTRACT AND TAKE IT BACK
006390*  OUT OF ITS PERIOD'S BUDGET SPEND, ALL AT THE BASE-USD
006400*  AMOUNT LIISTING9-1 POSTED
006410*----------------------------------------------------------------
006420 2310-BACK-OUT-LINE.
006430     PERFORM 1400-PRICE-HISTORY-RECORD THRU 1400-EXIT
006440     MOVE 'R' TO HIST-DISPOSITION
006450     REWRITE HIST-RECORD
006460         INVALID KEY
006470             DISPLAY "*** HISTORY REWRITE FAILED - "
006480                 HIST-PAYEE-NAME " " HIST-TRANSACTION-DATE
006490     END-REWRITE
006500     COMPUTE NUMERICVALUE = ZERO - RECORD-BASE
006510     PERFORM 2320-WRITE-GL-BACK-OUT THRU 2320-EXIT
006520     PERFORM 2325-REVERSE-BUDGET-SPEND THRU 2325-EXIT
006530     MOVE 'RETURNED' TO DETAIL-SECTION
006540     MOVE HIST-TRANSACTION-DATE TO DETAIL-DATE
006550     MOVE HIST-PAYEE-NAME TO DETAIL-PAYEE
006560     MOVE HIST-VENDOR-ID TO DETAIL-VENDOR
006570     MOVE HIST-ACCOUNT-CODE TO DETAIL-ACCOUNT
006580     MOVE RECORD-BASE TO DETAIL-AMOUNT
006590     IF GRP-DONE-COUNT (GRP-SLOT) = ZERO
006600         MOVE GRP-NOTE (GRP-SLOT) TO DETAIL-NOTE
006610     ELSE
006620         MOVE SPACES TO DETAIL-NOTE
006630     END-IF
006640     MOVE GRP-RTN-INDEX (GRP-SLOT) TO RTN-INDEX
006650     PERFORM 2350-PRINT-MATCHED THRU 2350-EXIT
006660     ADD 1 TO GRP-DONE-COUNT (GRP-SLOT)
006670     ADD 1 TO LINES-BACKED-OUT
006680     .
006690 2310-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------------
006730*  2320-WRITE-GL-BACK-OUT - THE OFFSETTING (OPPOSITE-SIGN) GL
006740*  EXTRACT AGAINST THE LINE'S ACCOUNT, THE SAME RECORD
006750*  LIISTING9-1'S 2033-BACK-OUT-LINE WRITES FOR A VOID, ON THE
006760*  SEPARATE RTNGL FILE FOR THE GL LOAD.  THE AMOUNT IS BASE
006770*  USD; THE ORIGINAL CURRENCY AND AMOUNT ARE CARRIED BESIDE IT
006780*  WITH THE RATE THEY IMPLY.  HISTORY THAT NEVER RECORDED ITS
006790*  CURRENCY IS TAKEN AS USD.
006800*----------------------------------------------------------------
006810 2320-WRITE-GL-BACK-OUT.
006820     MOVE SPACES TO GL-EXTRACT-RECORD
006830     MOVE HIST-ACCOUNT-CODE TO GL-ACCOUNT-CODE
006840     MOVE RUN-DATE-YMD TO GL-DATE-OUT
006850     IF HIST-CURRENCY-CODE = SPACES
006860             OR HIST-AMOUNT = ZERO
006870             OR HIST-BASE-AMOUNT NOT NUMERIC
006880         MOVE 'USD' TO GL-CURRENCY-CODE
006890         MOVE NUMERICVALUE TO GL-ORIGINAL-AMOUNT
006900         MOVE 1 TO GL-EXCHANGE-RATE
006910     ELSE
006920         MOVE HIST-CURRENCY-CODE TO GL-CURRENCY-CODE
006930         COMPUTE GL-ORIGINAL-AMOUNT = ZERO - HIST-AMOUNT
006940         COMPUTE GL-EXCHANGE-RATE ROUNDED =
006950             RECORD-BASE / HIST-AMOUNT
006960     END-IF
006970     MOVE NUMERICVALUE TO EDIT8
006980     MOVE EDIT8 TO GL-ZERO-FILLED-AMOUNT
006990     MOVE NUMERICVALUE TO EDIT9
007000     MOVE EDIT9 TO GL-BLANK-INSERTED-AMOUNT
007010     MOVE RTN-BATCH-ID TO GL-RUN-ID
007020     IF NUMERICVALUE < ZERO
007030         MOVE 'C' TO GL-DR-CR-CODE
007040     ELSE
007050         MOVE 'D' TO GL-DR-CR-CODE
007060     END-IF
007070     WRITE GL-EXTRACT-RECORD
007080     .
007090 2320-EXIT.
007100     EXIT.
007110
007120*----------------------------------------------------------------
007130*  2325-REVERSE-BUDGET-SPEND - THE LINE'S SPEND WENT INTO THE
007140*  BUDGET PERIOD OF ITS TRANSACTION DATE; TAKE IT BACK OUT OF
007150*  THAT PERIOD.  NO BUDGET RECORD MEANS THE ACCOUNT WAS NEVER
007151*  TRACKED, THE SAME RULE LIISTING9-1 POSTS BY.  2200 HAS
007152*  ALREADY REFUSED A HARD-CLOSED MONTH, SO A FROZEN BUDGET HERE
007153*  IS AN ERROR AND IS LEFT AS IT IS.
007170*----------------------------------------------------------------
007180 2325-REVERSE-BUDGET-SPEND.
007190     MOVE HIST-ACCOUNT-CODE TO BUDG-ACCOUNT-CODE
007200     MOVE HIST-TRANSACTION-DATE (1:6) TO BUDG-PERIOD
007210     READ BUDG-MAST
007220         INVALID KEY
007230             CONTINUE
007240         NOT INVALID KEY
007241             IF BUDG-FROZEN
007242                 DISPLAY "*** BUDGET FROZEN - SPEND NOT REVERSED "
007243                     BUDG-ACCOUNT-CODE " " BUDG-PERIOD
007244                 MOVE 8 TO RETURN-CODE
007245             ELSE
007246                 ADD NUMERICVALUE TO BUDG-SPENT-AMOUNT
007247                 REWRITE BUDG-RECORD
007248                     INVALID KEY
007249                         DISPLAY "*** BUDGET REWRITE FAILED - "
007250                             BUDG-ACCOUNT-CODE " " BUDG-PERIOD
007251                         MOVE 8 TO RETURN-CODE
007252                 END-REWRITE
007253             END-IF
007280     END-READ
007290     .
007300 2325-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------------
007340*  2330-FLAG-VENDOR-BANK - MARK FLAG-VENDOR-ID'S BANK DETAILS
007350*  UNUSABLE WITH NEW-BANK-STATUS (BOTH SET BY THE CALLER).  THE
007360*  RESULT GOES IN DETAIL-NOTE.
007370*----------------------------------------------------------------
007380 2330-FLAG-VENDOR-BANK.
007390     IF FLAG-VENDOR-ID = SPACES
007400         MOVE 'NO VENDOR ON HISTORY' TO DETAIL-NOTE
007410     ELSE
007420         MOVE FLAG-VENDOR-ID TO VEND-ID
007430         READ VEND-MAST
007440             INVALID KEY
007450                 MOVE 'VENDOR NOT ON FILE' TO DETAIL-NOTE
007460             NOT INVALID KEY
007470                 MOVE NEW-BANK-STATUS TO VEND-BANK-STATUS
007480                 REWRITE VEND-RECORD
007490                     INVALID KEY
007500                         MOVE 'VENDOR REWRITE FAILED'
007510                             TO DETAIL-NOTE
007520                     NOT INVALID KEY
007530                         MOVE 'VENDOR BANK DETAILS FLAGGED'
007540                             TO DETAIL-NOTE
007550                 END-REWRITE
007560         END-READ
007570     END-IF
007580     .
007590 2330-EXIT.
007600     EXIT.
007610
007620*----------------------------------------------------------------
007630*  2340-BACK-OUT-WITHHOLDING - A RETURNED PAYMENT THAT HAD
007640*  BACKUP WITHHOLDING TAKEN FROM IT.  DEBIT THE WITHHOLDING
007650*  BACK OUT OF THE CTLCARD LIABILITY ACCOUNT, AS LIISTING9-1'S
007660*  2034-BACK-OUT-WITHHOLDING DOES FOR A VOID.  IT IS NOT
007670*  BUDGET SPEND.
007680*----------------------------------------------------------------
007690 2340-BACK-OUT-WITHHOLDING.
007700     IF GRP-BACK-OUT (GRP-INDEX)
007710             AND GRP-WITHHELD (GRP-INDEX) NOT = ZERO
007720         MOVE GRP-WITHHELD (GRP-INDEX) TO NUMERICVALUE
007730         MOVE SPACES TO GL-EXTRACT-RECORD
007740         MOVE WITHHOLD-ACCOUNT TO GL-ACCOUNT-CODE
007750         MOVE RUN-DATE-YMD TO GL-DATE-OUT
007760         MOVE 'USD' TO GL-CURRENCY-CODE
007770         MOVE NUMERICVALUE TO GL-ORIGINAL-AMOUNT
007780         MOVE 1 TO GL-EXCHANGE-RATE
007790         MOVE NUMERICVALUE TO EDIT8
007800         MOVE EDIT8 TO GL-ZERO-FILLED-AMOUNT
007810         MOVE NUMERICVALUE TO EDIT9
007820         MOVE EDIT9 TO GL-BLANK-INSERTED-AMOUNT
007830         MOVE RTN-BATCH-ID TO GL-RUN-ID
007840         IF NUMERICVALUE < ZERO
007850             MOVE 'C' TO GL-DR-CR-CODE
007860         ELSE
007870             MOVE 'D' TO GL-DR-CR-CODE
007880         END-IF
007890         WRITE GL-EXTRACT-RECORD
007900         MOVE 'RETURNED' TO DETAIL-SECTION
007910         MOVE GRP-SETTLE-DATE (GRP-INDEX) TO DETAIL-DATE
007920         MOVE GRP-PAYEE (GRP-INDEX) TO DETAIL-PAYEE
007930         MOVE GRP-VENDOR (GRP-INDEX) TO DETAIL-VENDOR
007940         MOVE WITHHOLD-ACCOUNT TO DETAIL-ACCOUNT
007950         MOVE NUMERICVALUE TO DETAIL-AMOUNT
007960         MOVE 'WITHHOLDING LIABILITY REVERSED' TO DETAIL-NOTE
007970         MOVE GRP-RTN-INDEX (GRP-INDEX) TO RTN-INDEX
007980         PERFORM 2350-PRINT-MATCHED THRU 2350-EXIT
007990     END-IF
008000     .
008010 2340-EXIT.
008020     EXIT.
008030
008040*----------------------------------------------------------------
008050*  2350-PRINT-MATCHED - ONE DETAIL LINE FOR A MATCHED ENTRY
008060*  FROM THE DETAIL- FIELDS AND THE REASON CODE OF BANK ENTRY
008070*  RTN-INDEX, ALL SET BY THE CALLER
008080*----------------------------------------------------------------
008090 2350-PRINT-MATCHED.
008100     MOVE SPACES TO RTN-DETAIL-LINE
008110     MOVE DETAIL-SECTION TO RTN-SECTION-OUT
008120     MOVE RTN-TBL-REASON (RTN-INDEX) TO RTN-REASON-OUT
008130     MOVE DETAIL-DATE TO RTN-DATE-OUT
008140     MOVE DETAIL-PAYEE TO RTN-PAYEE-OUT
008150     MOVE DETAIL-VENDOR TO RTN-VENDOR-OUT
008160     MOVE DETAIL-ACCOUNT TO RTN-ACCOUNT-OUT
008170     MOVE DETAIL-AMOUNT TO RTN-AMOUNT-OUT
008180     MOVE DETAIL-NOTE TO RTN-NOTE-OUT
008190     WRITE RTN-DETAIL-LINE
008200     .
008210 2350-EXIT.
008220     EXIT.
008230
008240*----------------------------------------------------------------
008250*  2400-RECORD-CHANGE - A NOTIFICATION OF CHANGE.  THE PAYMENT
008260*  SETTLED, SO NOTHING IS BACKED OUT; THE VENDOR'S BANK DETAILS
008270*  ARE FLAGGED UNTIL AP KEYS THE BANK'S CORRECTION IN 9-9, AND
008280*  THE CORRECTED ROUTING AND ACCOUNT PRINT ON A SECOND LINE.
008290*----------------------------------------------------------------
008300 2400-RECORD-CHANGE.
008310     MOVE 'N' TO NEW-BANK-STATUS
008320     MOVE GRP-VENDOR (GRP-SLOT) TO FLAG-VENDOR-ID
008330     PERFORM 2330-FLAG-VENDOR-BANK THRU 2330-EXIT
008340     MOVE 'CHANGE' TO DETAIL-SECTION
008350     MOVE GRP-SETTLE-DATE (GRP-SLOT) TO DETAIL-DATE
008360     MOVE GRP-PAYEE (GRP-SLOT) TO DETAIL-PAYEE
008370     MOVE GRP-VENDOR (GRP-SLOT) TO DETAIL-VENDOR
008380     MOVE GRP-ACCOUNT (GRP-SLOT) TO DETAIL-ACCOUNT
008390     MOVE GRP-NET (GRP-SLOT) TO DETAIL-AMOUNT
008400     PERFORM 2350-PRINT-MATCHED THRU 2350-EXIT
008410     MOVE SPACES TO RTN-DETAIL-LINE
008420     MOVE SPACES TO DETAIL-NOTE
008430     STRING 'TO ' DELIMITED BY SIZE
008440         RTN-TBL-CORRECTED-ROUTING (RTN-INDEX)
008450             DELIMITED BY SIZE
008460         ' ' DELIMITED BY SIZE
008470         RTN-TBL-CORRECTED-ACCOUNT (RTN-INDEX)
008480             DELIMITED BY SIZE
008490         INTO DETAIL-NOTE
008500     MOVE DETAIL-NOTE TO RTN-NOTE-OUT
008510     WRITE RTN-DETAIL-LINE
008520     ADD 1 TO NOC-COUNT
008530     DISPLAY "CHANGE - " GRP-PAYEE (GRP-SLOT)
008540         " BANK DETAILS FLAGGED FOR CORRECTION"
008550     .
008560 2400-EXIT.
008570     EXIT.
008580
008590*----------------------------------------------------------------
008600*  2500-PRINT-UNMATCHED - EVERY BANK ENTRY NO ACH PAYMENT
008610*  ANSWERED, WITH THE BANK'S REASON CODE, FOR AP TO RESEARCH
008620*----------------------------------------------------------------
008630 2500-PRINT-UNMATCHED.
008640     PERFORM 2510-PRINT-ONE-UNMATCHED THRU 2510-EXIT
008650         VARYING RTN-INDEX FROM 1 BY 1
008660         UNTIL RTN-INDEX > RTN-COUNT
008670     .
008680 2500-EXIT.
008690     EXIT.
008700
008710 2510-PRINT-ONE-UNMATCHED.
008720     IF NOT RTN-TBL-MATCHED (RTN-INDEX)
008730         MOVE SPACES TO RTN-DETAIL-LINE
008740         MOVE 'UNMATCHED' TO RTN-SECTION-OUT
008750         MOVE RTN-TBL-REASON (RTN-INDEX) TO RTN-REASON-OUT
008760         MOVE RTN-TBL-SETTLE-DATE (RTN-INDEX) TO RTN-DATE-OUT
008770         MOVE RTN-TBL-PAYEE (RTN-INDEX) TO RTN-PAYEE-OUT
008780         COMPUTE UNMATCHED-AMOUNT =
008790             RTN-TBL-CENTS (RTN-INDEX) / 100
008800         MOVE UNMATCHED-AMOUNT TO RTN-AMOUNT-OUT
008810         EVALUATE TRUE
008820             WHEN RTN-TBL-PRIOR (RTN-INDEX)
008830                 MOVE 'ALREADY RETURNED' TO RTN-NOTE-OUT
008840             WHEN RTN-TBL-NO-LIABILITY (RTN-INDEX)
008850                 MOVE 'WITHHELD - NO LIABILITY ACCOUNT'
008860                     TO RTN-NOTE-OUT
008861             WHEN RTN-TBL-MONTH-CLOSED (RTN-INDEX)
008862                 MOVE 'MONTH HARD-CLOSED - MANUAL ENTRY'
008863                     TO RTN-NOTE-OUT
008870             WHEN RTN-TBL-INVALID (RTN-INDEX)
008880                 MOVE 'INVALID BANK RECORD' TO RTN-NOTE-OUT
008890             WHEN OTHER
008900                 MOVE 'NO ACH PAYMENT ON PAYHIST'
008910                     TO RTN-NOTE-OUT
008920         END-EVALUATE
008930         WRITE RTN-DETAIL-LINE
008940         ADD 1 TO UNMATCHED-COUNT
008950         ADD UNMATCHED-AMOUNT TO UNMATCHED-TOTAL
008960     END-IF
008970     .
008980 2510-EXIT.
008990     EXIT.
009000
009010*----------------------------------------------------------------
009020*  3000-TERMINATE - SECTION TOTALS, RUN TOTALS AND CLOSE.  ANY
009030*  UNMATCHED ENTRY ENDS THE JOB WITH RETURN CODE 4 FOR REVIEW.
009040*----------------------------------------------------------------
009050 3000-TERMINATE.
009060     MOVE SPACES TO RTN-BLANK-LINE
009070     WRITE RTN-BLANK-LINE
009080     MOVE SPACES TO RTN-TOTAL-LINE
009090     MOVE 'PAYMENTS RETURNED' TO RTN-TOTAL-LABEL
009100     MOVE RETURNED-COUNT TO RTN-TOTAL-COUNT
009110     MOVE RETURNED-TOTAL TO RTN-TOTAL-AMOUNT
009120     WRITE RTN-TOTAL-LINE
009130     MOVE SPACES TO RTN-TOTAL-LINE
009140     MOVE 'HISTORY LINES BACKED OUT' TO RTN-TOTAL-LABEL
009150     MOVE LINES-BACKED-OUT TO RTN-TOTAL-COUNT
009160     WRITE RTN-TOTAL-LINE
009170     MOVE SPACES TO RTN-TOTAL-LINE
009180     MOVE 'NOTIFICATIONS OF CHANGE' TO RTN-TOTAL-LABEL
009190     MOVE NOC-COUNT TO RTN-TOTAL-COUNT
009200     WRITE RTN-TOTAL-LINE
009210     MOVE SPACES TO RTN-TOTAL-LINE
009220     MOVE 'UNMATCHED BANK ENTRIES' TO RTN-TOTAL-LABEL
009230     MOVE UNMATCHED-COUNT TO RTN-TOTAL-COUNT
009240     MOVE UNMATCHED-TOTAL TO RTN-TOTAL-AMOUNT
009250     WRITE RTN-TOTAL-LINE
009260     CLOSE PAY-HIST
009270     CLOSE VEND-MAST
009280     CLOSE BUDG-MAST
009281     CLOSE PERIOD-CTL
009290     CLOSE RTN-GL-OUT
009300     CLOSE RTN-RPT
009310     MOVE RETURNS-READ-COUNT TO EDIT-RETURNS-READ-COUNT
009320     MOVE RETURNED-COUNT TO EDIT-RETURNED-COUNT
009330     MOVE LINES-BACKED-OUT TO EDIT-LINES-BACKED-OUT
009340     MOVE NOC-COUNT TO EDIT-NOC-COUNT
009350     MOVE UNMATCHED-COUNT TO EDIT-UNMATCHED-COUNT
009360     DISPLAY "----------------------------------------"
009370     DISPLAY "BANK ENTRIES READ. . . . " EDIT-RETURNS-READ-COUNT
009380     DISPLAY "PAYMENTS RETURNED. . . . " EDIT-RETURNED-COUNT
009390     DISPLAY "HISTORY LINES BACKED OUT " EDIT-LINES-BACKED-OUT
009400     DISPLAY "NOTIFICATIONS OF CHANGE. " EDIT-NOC-COUNT
009410     DISPLAY "UNMATCHED ENTRIES. . . . " EDIT-UNMATCHED-COUNT
009420     DISPLAY "RTNGL BATCH ID . . . . . " RTN-BATCH-ID
009430     IF UNMATCHED-COUNT NOT = ZERO
009440             AND RETURN-CODE < 4
009450         MOVE 4 TO RETURN-CODE
009460     END-IF
009470     .
009480 3000-EXIT.
009490     EXIT.
