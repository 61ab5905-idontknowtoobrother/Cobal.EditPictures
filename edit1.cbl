002699*                  OVER-BUDGET PROJECTION ADDS THE RUN'S NOT-
002700*                  YET-POSTED SPEND FROM THE TABLE.  REBUILD
002701*                  CHKPT FILES AT CUTOVER FOR THE NEW LENGTH.
002702*  10/15/2026 TWK  AN ACH PAYMENT TO A VENDOR WHOSE BANK
002703*                  DETAILS THE NEW LIISTING9-18 RETURNS JOB
002704*                  FLAGGED UNUSABLE (VEND-BANK-STATUS 'R' OR
002705*                  'N') NOW REJECTS WITH REASON 09 INSTEAD OF
002706*                  GOING BACK OUT TO THE ACCOUNT THE BANK JUST
002707*                  RETURNED.
002708*  10/15/2026 TWK  THE 9-3 CORRECTOR STAMP (AMTIN-CORRECTED-BY)
002709*                  IS BLANKED ON EVERY RECORD READ FROM AMTIN
002710*                  ITSELF, LIKE THE RELEASE FLAG; IT RIDES INTO
002711*                  PENDAPPR WITH THE IMAGE FOR THE 9-13
002712*                  SEGREGATION-OF-DUTIES CHECK.
002713*  10/15/2026 TWK  ADDED ACCOUNTING PERIOD CONTROL.  EVERY
002714*                  POSTING'S TRANSACTION MONTH IS LOOKED UP ON
002715*                  THE NEW PERIODCTL FILE BEFORE ANY GL EXTRACT
002716*                  IS WRITTEN.  A HARD-CLOSED MONTH REJECTS
002717*                  WITH REASON 11.  A SOFT-CLOSED MONTH IS
002718*                  RE-DATED TO THE FIRST DAY OF THE NEXT OPEN
002719*                  MONTH, SO GL, BUDGET SPEND AND HISTORY ALL
002720*                  LAND IN THE OPEN PERIOD; THE REPORT PRINTS
002721*                  A NOTE UNDER THE DETAIL WITH THE ORIGINAL
002722*                  DATE AND THE TRAILER COUNTS THE RE-DATES.
002723*                  A RECORD THAT REJECTS OR IS HELD FOR
002724*                  APPROVAL KEEPS ITS ORIGINAL DATE.  VOIDS
002725*                  ARE CHECKED THE SAME WAY.  REBUILD CHKPT
002726*                  FILES AT CUTOVER FOR THE NEW LENGTH.
002727*  10/15/2026 TWK  ADDED MULTIPLE DISBURSEMENT BANKS.  EVERY
002728*                  CHECK AND ACH PAYMENT IS DRAWN ON THE
002729*                  BANKMAST BANK ITS ACCOUNT NAMES IN
002730*                  ACCT-BANK-CODE.  A PAYMENT WHOSE ACCOUNT HAS
002731*                  NO BANK, WHOSE BANK IS UNKNOWN OR INACTIVE,
002732*                  OR WHOSE CHECK NUMBER IS OUTSIDE THE BANK'S
002733*                  RANGE REJECTS WITH REASON 12.  CHECKREG
002734*                  RECORDS THE BANK AND THE BANK'S NEXT CHECK
002735*                  NUMBER IS ADVANCED PAST EACH CHECK CUT.
002736*                  ACH-OUT RECORDS CARRY THE BANK, AND AT END
002737*                  OF RUN ACH-OUT IS SPLIT INTO ONE TRANSMISSION
002738*                  FILE PER BANK, NAMED FROM THE BANK TABLE,
002739*                  EACH WITH ITS OWN TRAILER; THE BANK FILES
002740*                  MUST FOOT BACK TO ACH-OUT OR THE RUN ENDS
002741*                  WITH RETURN CODE 8.
002742*  10/15/2026 TWK  ADDED VENDOR REMITTANCE ADVICES.  EVERY
002743*                  DETAIL PAID BY CHECK OR ACH TO A VENDOR ID,
002744*                  AND EVERY VOID BACKED OUT, QUEUES A LINE ON
002745*                  THE NEW REMITWRK WORK FILE; AT END OF RUN
002746*                  THE FILE IS READ BACK BY VENDOR.  CHECK
002747*                  ADVICES PRINT TO REMIT-OUT, ONE PER CHECK,
002748*                  TO GO OUT WITH THE CHECKS; ACH ADVICES, ONE
002749*                  PER VENDOR AND SETTLE DATE, GO TO THE FIXED-
002750*                  WIDTH ACHADV-OUT FILE FOR THE MAIL/EMAIL
002751*                  SERVICE.  EACH CARRIES THE VENDMAST REMIT
002752*                  NAME AND ADDRESS, ONE LINE PER DETAIL AND A
002753*                  PAYMENT TOTAL.  A VOID IN THE SAME RUN IS A
002754*                  NEGATIVE LINE ON THE VENDOR'S CHECK ADVICE.
002755*                  PAYHIST IS NOW DYNAMIC SO A VOID KEYED
002756*                  WITHOUT A VENDOR ID FINDS ITS VENDOR ON THE
002757*                  ORIGINAL CHECK'S HISTORY.
002758*  10/15/2026 TWK  SPLIT DISTRIBUTION.  A PAYEE DETAIL MAY BE
002759*                  FOLLOWED BY AMTIN DISTRIBUTION LINES ('S'),
002760*                  EACH CHARGING AN AMOUNT OR A PERCENTAGE OF
002761*                  THE PAYMENT TO ANOTHER ACCOUNT.  THE NEW
002762*                  2005-ROUTE-DETAIL HOLDS EACH PAYEE DETAIL
002763*                  UNTIL THE NEXT RECORD SHOWS WHETHER LINES
002764*                  FOLLOW.  A SPLIT PAYMENT CUTS ONE CHECK OR
002765*                  ACH PAYMENT FOR THE TOTAL, THEN WRITES GL-OUT,
002766*                  BUDGET SPEND, PAYHIST AND ITS REMITTANCE LINE
002767*                  PER DISTRIBUTION LINE.  EVERY LINE'S ACCOUNT
002768*                  GOES THROUGH 2060-VALIDATE-ACCOUNT, THE
002769*                  DUPLICATE CHECK AND THE BUDGET CHECK; A BAD
002770*                  LINE, OR LINES THAT DO NOT ADD UP TO THE
002771*                  PAYEE TOTAL, REJECT THE WHOLE PAYMENT TO
002772*                  EXCEPT-OUT (REASON 13 FOR THE LINES
002773*                  THEMSELVES).  AN OVER-THRESHOLD SPLIT PAYMENT
002774*                  IS HELD WITH ITS LINES BEHIND IT.  PAYHIST
002775*                  NOW CARRIES THE BASE-USD AMOUNT POSTED, AND A
002776*                  VOID BACKS OUT EVERY 'C' HISTORY LINE OF THE
002777*                  CHECK AT THAT AMOUNT, FALLING BACK TO THE
002778*                  REGISTER ACCOUNT WHEN THE HISTORY DOES NOT
002779*                  FOOT TO THE REGISTER.
002780*  10/15/2026 TWK  BACKUP WITHHOLDING.  A PAYMENT TO A 1099
002781*                  VENDOR WITH NO TAX ID, OR ONE FLAGGED ON
002782*                  VENDMAST AFTER A B-NOTICE, HAS 24 PERCENT OF
002783*                  ITS BASE-USD AMOUNT WITHHELD: THE CHECK OR
002784*                  ACH PAYMENT GOES OUT FOR THE NET, THE EXPENSE
002785*                  STILL POSTS GROSS, AND A SECOND GL-OUT RECORD
002786*                  CREDITS THE WITHHELD AMOUNT TO THE LIABILITY
002787*                  ACCOUNT NAMED ON THE CONTROL CARD (REASON 14
002788*                  WHEN THE CARD NAMES NONE).  PAYHIST CARRIES
002789*                  THE WITHHELD AMOUNT BESIDE THE GROSS, AND A
002790*                  VOID OF SUCH A CHECK BACKS THE WITHHOLDING
002791*                  OUT OF THE LIABILITY ACCOUNT.  THE COUNT AND
002792*                  TOTAL ARE CHECKPOINTED AND SHOWN ON THE
002793*                  TRAILER.
002794*  10/15/2026 TWK  PAYHIST CARRIES THE ORIGINAL CURRENCY CODE.  A
002795*                  CHECKPOINT THAT FALLS DUE INSIDE A BATCH OR A
002796*                  PENDING PAYMENT IS NOW TAKEN ON THE FIRST
002797*                  RECORD AFTER IT INSTEAD OF BEING SKIPPED.
002798*  10/15/2026 TWK  ADDED AN OPTIONAL RECURAMT INPUT FILE, THE
002799*                  BALANCED BATCH OF RECURRING PAYMENTS THE
002800*                  LIISTING9-20 CYCLE JOB GENERATES.  IT IS READ
002801*                  AFTER THE RESUBMIT FILE AND AHEAD OF AMTIN AND
002802*                  POSTS THROUGH THE SAME BATCH BALANCING AND
002803*                  CHECKING AS A KEYED BATCH.
002804*----------------------------------------------------------------
002805 ENVIRONMENT DIVISION.
002806 INPUT-OUTPUT SECTION.
002807 FILE-CONTROL.
002808     SELECT AMTIN ASSIGN TO "AMTIN"
002809         ORGANIZATION IS LINE SEQUENTIAL.
002810     SELECT OPTIONAL RESUB-IN ASSIGN TO "RESUBMIT"
002811         ORGANIZATION IS LINE SEQUENTIAL.
002812     SELECT OPTIONAL RECUR-IN ASSIGN TO "RECURAMT"
002813         ORGANIZATION IS LINE SEQUENTIAL.
002814     SELECT EXCEPT-OUT ASSIGN TO "EXCEPT-OUT"
002815         ORGANIZATION IS LINE SEQUENTIAL.
002816     SELECT OPTIONAL CTLCARD ASSIGN TO "CTLCARD"
002817         ORGANIZATION IS LINE SEQUENTIAL.
002818     SELECT CHECK-OUT ASSIGN TO "CHECK-OUT"
002820         ORGANIZATION IS LINE SEQUENTIAL.
002830     SELECT ACH-OUT ASSIGN TO "ACH-OUT"
002840         ORGANIZATION IS LINE SEQUENTIAL.
002980         RECORD KEY IS ACCT-CODE.
002990     SELECT OPTIONAL PAY-HIST ASSIGN TO "PAYHIST"
003000         ORGANIZATION IS INDEXED
003001         ACCESS MODE IS DYNAMIC
003020         RECORD KEY IS HIST-KEY
003030         ALTERNATE RECORD KEY IS HIST-ACCOUNT-DATE-KEY
003040             WITH DUPLICATES.
003260         ORGANIZATION IS INDEXED
003270         ACCESS MODE IS RANDOM
003280         RECORD KEY IS RUN-ID.
003281     SELECT OPTIONAL PERIOD-CTL ASSIGN TO "PERIODCTL"
003282         ORGANIZATION IS INDEXED
003283         ACCESS MODE IS RANDOM
003284         RECORD KEY IS PERIOD-YYYYMM.
003285     SELECT OPTIONAL BANK-MAST ASSIGN TO "BANKMAST"
003286         ORGANIZATION IS INDEXED
003287         ACCESS MODE IS DYNAMIC
003288         RECORD KEY IS BANK-CODE.
003289     SELECT ACH-BANK-OUT ASSIGN TO BANK-TRANSMIT-FILE
003290         ORGANIZATION IS LINE SEQUENTIAL.
003291     SELECT OPTIONAL REMIT-WORK ASSIGN TO "REMITWRK"
003292         ORGANIZATION IS INDEXED
003293         ACCESS MODE IS DYNAMIC
003294         RECORD KEY IS REMWK-KEY.
003295     SELECT REMIT-OUT ASSIGN TO "REMIT-OUT"
003296         ORGANIZATION IS LINE SEQUENTIAL.
003297     SELECT ACHADV-OUT ASSIGN TO "ACHADV-OUT"
003298         ORGANIZATION IS LINE SEQUENTIAL.
003299
003300 DATA DIVISION.
003310 FILE SECTION.
003320 FD  AMTIN
003360 FD  RESUB-IN
003370     LABEL RECORDS ARE STANDARD.
003380 01  RESUB-RECORD                PIC X(100).
003381
003382 FD  RECUR-IN
003383     LABEL RECORDS ARE STANDARD.
003384 01  RECUR-RECORD                PIC X(100).
003390
003400 FD  EXCEPT-OUT
003410     LABEL RECORDS ARE STANDARD.
004000 FD  RUN-CTL
004010     LABEL RECORDS ARE STANDARD.
004020     COPY RUNCTL.
004021
004022 FD  PERIOD-CTL
004023     LABEL RECORDS ARE STANDARD.
004024     COPY PERIODREC.
004025
004026 FD  BANK-MAST
004027     LABEL RECORDS ARE STANDARD.
004028     COPY BANKREC.
004029
004030 FD  ACH-BANK-OUT
004031     LABEL RECORDS ARE STANDARD.
004032 01  ACH-BANK-RECORD             PIC X(80).
004033
004034 FD  REMIT-WORK
004035     LABEL RECORDS ARE STANDARD.
004036     COPY REMITWRK.
004037
004038 FD  REMIT-OUT
004039     LABEL RECORDS ARE STANDARD.
004040     COPY REMITREC.
004041
004042 FD  ACHADV-OUT
004043     LABEL RECORDS ARE STANDARD.
004044     COPY REMITACH.
004045
004046 FD  GLCTL-OUT
004050     LABEL RECORDS ARE STANDARD.
004060     COPY GLCTLREC.
004070
004540     05  FILLER                  PIC X(02).
004550     05  RPT-SUBTOTAL-AMOUNT     PIC $,$$$,$$$,$$9.99CR.
004560     05  FILLER                  PIC X(123).
004561 01  RPT-NOTE-LINE.
004562     05  FILLER                  PIC X(12).
004563     05  RPT-NOTE-LABEL          PIC X(14).
004564     05  RPT-NOTE-DATE           PIC 9999/99/99.
004565     05  FILLER                  PIC X(01).
004566     05  RPT-NOTE-REASON         PIC X(30).
004567     05  FILLER                  PIC X(113).
004570 01  RPT-BLANK-LINE              PIC X(180).
004580
004590 WORKING-STORAGE SECTION.
004640     88 END-OF-AMTIN                  VALUE 'Y'.
004650 77 RESUB-EOF-SWITCH PIC X(01)        VALUE 'N'.
004660     88 END-OF-RESUB-IN               VALUE 'Y'.
004661 77 RECUR-EOF-SWITCH PIC X(01)        VALUE 'N'.
004662     88 END-OF-RECUR-IN               VALUE 'Y'.
004670 77 RECORD-COUNT   PIC 9(07) COMP     VALUE ZERO.
004680 77 CONTROL-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
004690 77 INPUT-RECORD-NUMBER PIC 9(07) COMP     VALUE ZERO.
004710 77 CHECKPOINT-INTERVAL PIC 9(05) COMP     VALUE 100.
004720 77 CHECKPOINT-QUOTIENT PIC 9(07) COMP     VALUE ZERO.
004730 77 CHECKPOINT-REMAINDER PIC 9(05) COMP    VALUE ZERO.
004731 77 CHECKPOINT-DUE-SWITCH PIC X(01)       VALUE 'N'.
004732     88 CHECKPOINT-DUE                    VALUE 'Y'.
004740 77 CHKPT-EOF-SWITCH    PIC X(01)          VALUE 'N'.
004750     88 END-OF-CHKPT-IN                    VALUE 'Y'.
004760 01 EDIT-RECORD-COUNT  PIC Z,ZZZ,ZZ9.
005522         10 SPEND-TBL-AMOUNT   PIC S9(11)V99 COMP-3.
005523
005524*----------------------------------------------------------------
005525*  PERIOD CONTROL.  EACH POSTING'S TRANSACTION MONTH IS LOOKED
005526*  UP ON PERIODCTL; A MONTH NOT ON FILE IS OPEN.  A SOFT-CLOSED
005527*  MONTH WALKS FORWARD TO THE NEXT OPEN ONE, NO FURTHER THAN
005528*  PERIOD-WALK-LIMIT MONTHS.
005529*----------------------------------------------------------------
005530 77 PERIOD-LOOKUP-STATUS PIC X(01)         VALUE SPACE.
005531     88 LOOKUP-PERIOD-OPEN                 VALUES 'O' SPACE.
005532     88 LOOKUP-PERIOD-SOFT                 VALUE 'S'.
005533     88 LOOKUP-PERIOD-HARD                 VALUE 'H'.
005534 77 PERIOD-REDATED-SWITCH PIC X(01)        VALUE 'N'.
005535     88 PERIOD-REDATED                     VALUE 'Y'.
005536 77 PERIOD-WALK-COUNT   PIC 9(03) COMP     VALUE ZERO.
005537 77 PERIOD-WALK-LIMIT   PIC 9(03) COMP     VALUE 24.
005538 77 PERIOD-ORIGINAL-DATE PIC 9(08)         VALUE ZERO.
005539 77 REDATED-COUNT       PIC 9(05) COMP     VALUE ZERO.
005540 01 PERIOD-SEARCH.
005541     05 PERIOD-SEARCH-YEAR  PIC 9(04)      VALUE ZERO.
005542     05 PERIOD-SEARCH-MONTH PIC 9(02)      VALUE ZERO.
005543 01 EDIT-REDATED-COUNT  PIC ZZ,ZZ9.
005544
005545*----------------------------------------------------------------
005546*  FORMATTED REPORT CONTROLS.  THE REPORT BREAKS ON ACCOUNT
005547*  CODE, SUBTOTALING EACH ACCOUNT, AND STARTS A NEW PAGE WITH
005550*  FULL HEADINGS EVERY REPORT-PAGE-SIZE LINES.
005560*----------------------------------------------------------------
005570 77 REPORT-PAGE-NUMBER  PIC 9(04) COMP     VALUE ZERO.
006710     88 RUN-ASSIGNED                       VALUE 'Y'.
006720 77 RUN-REFUSED-SWITCH  PIC X(01)          VALUE 'N'.
006730     88 RUN-REFUSED                        VALUE 'Y'.
006731
006732*----------------------------------------------------------------
006733*  DISBURSEMENT BANKS.  EACH PAYMENT IS DRAWN ON THE BANKMAST
006734*  BANK ITS ACCOUNT NAMES.  AT END OF RUN ACH-OUT IS SPLIT
006735*  INTO ONE TRANSMISSION FILE PER BANK, NAMED FROM THE BANK
006736*  TABLE, AND THE BANK FILES ARE FOOTED BACK TO ACH-OUT.
006737*----------------------------------------------------------------
006738 77 PAYMENT-BANK-CODE   PIC X(04)          VALUE SPACES.
006739 77 BANK-EOF-SWITCH     PIC X(01)          VALUE 'N'.
006740     88 END-OF-BANK-MAST                   VALUE 'Y'.
006741 77 ACH-SPLIT-EOF-SWITCH PIC X(01)         VALUE 'N'.
006742     88 END-OF-ACH-SPLIT                   VALUE 'Y'.
006743 77 BANK-ACH-COUNT      PIC 9(07) COMP     VALUE ZERO.
006744 77 BANK-ACH-CENTS      PIC 9(12) COMP     VALUE ZERO.
006745 77 SPLIT-ACH-COUNT     PIC 9(07) COMP     VALUE ZERO.
006746 77 SPLIT-ACH-CENTS     PIC 9(12) COMP     VALUE ZERO.
006747 01 BANK-TRANSMIT-FILE  PIC X(12)          VALUE SPACES.
006748 01 ACH-SPLIT-TRAILER.
006749     05 FILLER              PIC X(01)      VALUE 'T'.
006750     05 ACH-SPLIT-TRL-COUNT PIC 9(10)      VALUE ZERO.
006751     05 ACH-SPLIT-TRL-CENTS PIC 9(12)      VALUE ZERO.
006752     05 FILLER              PIC X(57)      VALUE SPACES.
006753 01 EDIT-BANK-ACH-COUNT PIC Z,ZZZ,ZZ9.
006754
006755*----------------------------------------------------------------
006756*  REMITTANCE ADVICES.  EACH LINE IS QUEUED TO REMITWRK AS IT
006757*  IS PAID OR VOIDED, NUMBERED BY INPUT RECORD AND LINE WITHIN
006758*  IT; THE ADVICES ARE WRITTEN FROM THE WORK FILE AT END OF
006759*  RUN.  REMIT-OPEN-* DESCRIBE THE ADVICE BEING WRITTEN.
006760*----------------------------------------------------------------
006761 77 REMIT-EOF-SWITCH    PIC X(01)          VALUE 'N'.
006762     88 END-OF-REMIT-WORK                  VALUE 'Y'.
006763 77 HIST-BROWSE-SWITCH  PIC X(01)          VALUE 'N'.
006764     88 END-OF-HIST-BROWSE                 VALUE 'Y'.
006765 77 REMIT-ADVICE-SWITCH PIC X(01)          VALUE 'N'.
006766     88 REMIT-ADVICE-OPEN                  VALUE 'Y'.
006767 77 REMIT-NEW-SWITCH    PIC X(01)          VALUE 'N'.
006768     88 REMIT-NEW-ADVICE                   VALUE 'Y'.
006769 77 REMIT-QUEUE-VENDOR  PIC X(08)          VALUE SPACES.
006770 77 REMIT-QUEUE-CHANNEL PIC X(01)          VALUE SPACE.
006771 77 REMIT-QUEUE-REFERENCE PIC 9(08)        VALUE ZERO.
006772 77 REMIT-QUEUE-DATE    PIC 9(08)          VALUE ZERO.
006773 77 REMIT-LAST-INPUT    PIC 9(07) COMP     VALUE ZERO.
006774 77 REMIT-LINE-NUMBER   PIC 9(04) COMP     VALUE ZERO.
006775 77 REMIT-OPEN-VENDOR   PIC X(08)          VALUE SPACES.
006776 77 REMIT-OPEN-CHANNEL  PIC X(01)          VALUE SPACE.
006777     88 REMIT-OPEN-CHECK                   VALUE 'C'.
006778 77 REMIT-OPEN-REFERENCE PIC 9(08)         VALUE ZERO.
006779 77 REMIT-ADVICE-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
006780 77 REMIT-ADVICE-LINES  PIC 9(05) COMP     VALUE ZERO.
006781 77 REMIT-CHECK-ADVICES PIC 9(05) COMP     VALUE ZERO.
006782 77 REMIT-ACH-ADVICES   PIC 9(05) COMP     VALUE ZERO.
006783 01 REMIT-ACCOUNT-DESC  PIC X(30)          VALUE SPACES.
006784 01 EDIT-REMIT-CHECK-ADVICES PIC ZZ,ZZ9.
006785 01 EDIT-REMIT-ACH-ADVICES PIC ZZ,ZZ9.
006786
006787*----------------------------------------------------------------
006788*  SPLIT DISTRIBUTION.  A PAYEE DETAIL WAITS IN DIST-PAYEE-
006789*  RECORD UNTIL THE NEXT RECORD SHOWS WHETHER DISTRIBUTION
006790*  LINES FOLLOW IT; THE LINES ARE TABLED BEHIND IT AND THE
006791*  WHOLE PAYMENT POSTS, HOLDS OR REJECTS TOGETHER.  A VOID
006792*  LOADS THE SAME TABLE WITH THE LINES THE CHECK PAID.
006793*----------------------------------------------------------------
006794 77 DIST-PENDING-SWITCH PIC X(01)          VALUE 'N'.
006795     88 DIST-PAYMENT-PENDING               VALUE 'Y'.
006796 77 DIST-POSTING-SWITCH PIC X(01)          VALUE 'N'.
006797     88 DIST-PAYMENT-POSTING               VALUE 'Y'.
006798 77 DIST-OVERFLOW-SWITCH PIC X(01)         VALUE 'N'.
006799     88 DIST-TABLE-OVERFLOW                VALUE 'Y'.
006800 77 DIST-PAYEE-RESUB-SWITCH PIC X(01)      VALUE 'N'.
006801 77 DIST-CURRENT-RESUB-SWITCH PIC X(01)    VALUE 'N'.
006802 77 DIST-LINE-COUNT     PIC 9(03) COMP     VALUE ZERO.
006803 77 DIST-LINE-INDEX     PIC 9(03) COMP     VALUE ZERO.
006804 77 DIST-PRIOR-INDEX    PIC 9(03) COMP     VALUE ZERO.
006805 77 DIST-LINE-LIMIT     PIC 9(03) COMP     VALUE 50.
006806 77 DIST-PERCENT-LAST   PIC 9(03) COMP     VALUE ZERO.
006807 77 DIST-PAYMENT-AMOUNT PIC S9(8)V99 COMP-3 VALUE ZERO.
006808 77 DIST-PAYMENT-BASE   PIC S9(11)V99 COMP-3 VALUE ZERO.
006809 77 DIST-AMOUNT-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
006810 77 DIST-ASSIGNED-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
006811 77 DIST-BASE-ASSIGNED  PIC S9(11)V99 COMP-3 VALUE ZERO.
006812 77 DIST-PERCENT-TOTAL  PIC 9(05)V99 COMP-3 VALUE ZERO.
006813 77 DIST-PERCENT-SHARE  PIC S9(9)V9(6) COMP-3 VALUE ZERO.
006814 01 DIST-PAYEE-RECORD   PIC X(100)         VALUE SPACES.
006815 01 DIST-CURRENT-RECORD PIC X(100)         VALUE SPACES.
006816 01 DIST-LINE-TABLE.
006817     05 DIST-LINE-ENTRY OCCURS 50 TIMES.
006818         10 DIST-LINE-RECORD   PIC X(100).
006819         10 DIST-LINE-ACCOUNT  PIC X(10).
006820         10 DIST-LINE-AMOUNT   PIC S9(8)V99 COMP-3.
006821         10 DIST-LINE-BASE     PIC S9(11)V99 COMP-3.
006822         10 DIST-LINE-WITHHELD PIC S9(8)V99 COMP-3.
006823 77 DIST-WITHHELD-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
006824
006825*----------------------------------------------------------------
006826*  BACKUP WITHHOLDING.  WITHHOLD-AMOUNT IS THE BASE-USD TAX
006827*  TAKEN FROM THE PAYMENT IN HAND; WITHHOLD-LINE-AMOUNT IS THE
006828*  SHARE OF IT 2350-WRITE-HISTORY RECORDS ON THE HISTORY LINE
006829*  BEING WRITTEN.  THE LIABILITY ACCOUNT COMES FROM THE CARD.
006830*----------------------------------------------------------------
006831 77 WITHHOLD-SWITCH     PIC X(01)          VALUE 'N'.
006832     88 BACKUP-WITHHOLDING                 VALUE 'Y'.
006833 77 WITHHOLD-GL-SWITCH  PIC X(01)          VALUE 'N'.
006834     88 WITHHOLD-GL-POSTING                VALUE 'Y'.
006835 77 WITHHOLD-RATE       PIC V99            VALUE .24.
006836 77 WITHHOLD-ACCOUNT    PIC X(10)          VALUE SPACES.
006837 77 WITHHOLD-AMOUNT     PIC S9(8)V99 COMP-3 VALUE ZERO.
006838 77 WITHHOLD-LINE-AMOUNT PIC S9(8)V99 COMP-3 VALUE ZERO.
006839 77 WITHHOLD-ASSIGNED   PIC S9(8)V99 COMP-3 VALUE ZERO.
006840 77 WITHHOLD-COUNT      PIC 9(05) COMP     VALUE ZERO.
006841 77 WITHHOLD-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
006842 01 WITHHOLD-SAVE-RECORD PIC X(100)        VALUE SPACES.
006843 01 EDIT-WITHHOLD-COUNT PIC ZZ,ZZ9.
006844 01 EDIT-WITHHOLD-TOTAL PIC $,$$$,$$$,$$9.99CR.
006845
006846 PROCEDURE DIVISION.
006847 BEGIN.
006848     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006849     IF RUN-REFUSED
006850         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
006851     ELSE
006852         PERFORM 2000-PROCESS-AMOUNT THRU 2000-EXIT
006853             UNTIL END-OF-AMTIN
006854         PERFORM 3000-TERMINATE THRU 3000-EXIT
006855     END-IF
006856     GOBACK
006860     .
006870
006880*----------------------------------------------------------------
006910 1000-INITIALIZE.
006920     OPEN INPUT AMTIN
006930     OPEN INPUT RESUB-IN
006931     OPEN INPUT RECUR-IN
006940     PERFORM 1200-READ-CTLCARD THRU 1200-EXIT
006950     PERFORM 1300-READ-CHECKPOINT THRU 1300-EXIT
006960     PERFORM 1400-LOAD-RATE-TABLE THRU 1400-EXIT
007000         OPEN EXTEND ACH-OUT
007010         OPEN EXTEND GL-OUT
007020         OPEN EXTEND REPORT-OUT
007021         OPEN I-O REMIT-WORK
007030     ELSE
007040         OPEN OUTPUT EXCEPT-OUT
007050         OPEN OUTPUT CHECK-OUT
007060         OPEN OUTPUT ACH-OUT
007070         OPEN OUTPUT GL-OUT
007080         OPEN OUTPUT REPORT-OUT
007081         OPEN OUTPUT REMIT-WORK
007090     END-IF
007100     ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD
007110     IF SELECT-ALL-EDITS
007220     OPEN I-O PAY-HIST
007230     OPEN I-O CHECK-REG
007240     OPEN I-O RUN-CTL
007241     OPEN INPUT PERIOD-CTL
007242     OPEN I-O BANK-MAST
007250     PERFORM 1500-ASSIGN-RUN-ID THRU 1500-EXIT
007260     IF NOT RUN-REFUSED
007270         PERFORM 1100-READ-AMTIN THRU 1100-EXIT
007780                     MOVE ZERO TO APPROVAL-THRESHOLD
007790                 END-IF
007800             END-IF
007801             MOVE CTL-WITHHOLD-ACCOUNT TO WITHHOLD-ACCOUNT
007802             IF WITHHOLD-ACCOUNT NOT = SPACES
007803                 DISPLAY 'BACKUP WITHHOLDING CREDITED TO: '
007804                     WITHHOLD-ACCOUNT
007805             END-IF
007810     END-READ
007811     IF WITHHOLD-ACCOUNT = SPACES
007812         DISPLAY 'NO WITHHOLDING LIABILITY ACCOUNT ON CTLCARD - '
007813             'PAYMENTS TO WITHHOLD FROM WILL REJECT'
007814     END-IF
007820     CLOSE CTLCARD
007830     .
007840 1200-EXIT.
008313             PERFORM 1320-RESTORE-SPEND-ENTRY THRU 1320-EXIT
008314                 VARYING SPEND-INDEX FROM 1 BY 1
008315                 UNTIL SPEND-INDEX > SPEND-COUNT
008316             MOVE CHKPT-REDATED-COUNT OF CHKPT-IN
008317                 TO REDATED-COUNT
008318             MOVE CHKPT-WITHHOLD-COUNT OF CHKPT-IN
008319                 TO WITHHOLD-COUNT
008320             MOVE CHKPT-WITHHOLD-TOTAL OF CHKPT-IN
008321                 TO WITHHOLD-TOTAL
008322     END-READ
008330     .
008340 1310-EXIT.
008350     EXIT.
009490*  1100-READ-AMTIN - GET THE NEXT INPUT RECORD.  CORRECTED
009500*  RECORDS ON THE OPTIONAL RESUBMIT FILE (FROM THE LIISTING9-3
009510*  EXCEPTION CORRECTION TRANSACTION) ARE READ AHEAD OF THE
009511*  REGULAR AMTIN INPUT, FOLLOWED BY THE OPTIONAL RECURAMT
009512*  BATCH FROM THE LIISTING9-20 RECURRING PAYMENT CYCLE JOB.
009530*----------------------------------------------------------------
009540 1100-READ-AMTIN.
009550     IF NOT END-OF-RESUB-IN
009560         READ RESUB-IN
009570             AT END
009580                 SET END-OF-RESUB-IN TO TRUE
009581                 PERFORM 1105-READ-RECUR-FILE THRU 1105-EXIT
009600             NOT AT END
009610                 MOVE RESUB-RECORD TO AMTIN-RECORD-X
009620                 ADD 1 TO INPUT-RECORD-NUMBER
009630                 MOVE 'Y' TO RESUB-ORIGIN-SWITCH
009640         END-READ
009650     ELSE
009651         PERFORM 1105-READ-RECUR-FILE THRU 1105-EXIT
009670     END-IF
009680     .
009690 1100-EXIT.
009700     EXIT.
009701
009702*----------------------------------------------------------------
009703*  1105-READ-RECUR-FILE - THE NEXT GENERATED RECURRING PAYMENT
009704*  RECORD, OR THE NEXT AMTIN RECORD ONCE RECURAMT IS EXHAUSTED.
009705*  THE RELEASE FLAG AND CORRECTOR ARE BLANKED AS FOR AMTIN.
009706*----------------------------------------------------------------
009707 1105-READ-RECUR-FILE.
009708     MOVE 'N' TO RESUB-ORIGIN-SWITCH
009709     IF NOT END-OF-RECUR-IN
009710         READ RECUR-IN
009711             AT END
009712                 SET END-OF-RECUR-IN TO TRUE
009713                 PERFORM 1110-READ-AMTIN-FILE THRU 1110-EXIT
009714             NOT AT END
009715                 MOVE RECUR-RECORD TO AMTIN-RECORD-X
009716                 ADD 1 TO INPUT-RECORD-NUMBER
009717                 MOVE SPACE TO AMTIN-RELEASE-FLAG
009718                 MOVE SPACES TO AMTIN-CORRECTED-BY
009719         END-READ
009720     ELSE
009721         PERFORM 1110-READ-AMTIN-FILE THRU 1110-EXIT
009722     END-IF
009723     .
009724 1105-EXIT.
009725     EXIT.
009726
009727 1110-READ-AMTIN-FILE.
009730     MOVE 'N' TO RESUB-ORIGIN-SWITCH
009740     READ AMTIN
009750         AT END SET END-OF-AMTIN TO TRUE
009766*            FILLER IN THE BATCH OVERLAY, SO H/T RECORDS ARE
009767*            UNAFFECTED).
009768             MOVE SPACE TO AMTIN-RELEASE-FLAG
009769*            LIKEWISE ONLY 9-3 MAY STAMP ITS CORRECTOR.
009770             MOVE SPACES TO AMTIN-CORRECTED-BY
009771     END-READ
009780     .
009790 1110-EXIT.
009800     EXIT.
009950                 PERFORM 2600-BALANCE-BATCH THRU 2600-EXIT
009960             WHEN BATCH-IN-PROGRESS
009970                 PERFORM 2550-HOLD-BATCH-DETAIL THRU 2550-EXIT
010000             WHEN OTHER
010001                 PERFORM 2005-ROUTE-DETAIL THRU 2005-EXIT
010020         END-EVALUATE
010030         PERFORM 2400-CHECK-CHECKPOINT THRU 2400-EXIT
010040     END-IF
010060     .
010070 2000-EXIT.
010080     EXIT.
010081
010082*----------------------------------------------------------------
010083*  2005-ROUTE-DETAIL - ROUTE ONE RECORD THAT IS NOT BEING HELD
010084*  IN A BATCH.  A PAYEE DETAIL WAITS FOR THE NEXT RECORD IN
010085*  CASE DISTRIBUTION LINES FOLLOW IT; ANY RECORD THAT IS NOT A
010086*  DISTRIBUTION LINE FIRST RELEASES THE PAYMENT WAITING AHEAD
010087*  OF IT.
010088*----------------------------------------------------------------
010089 2005-ROUTE-DETAIL.
010090     IF AMTIN-DISTRIBUTION-LINE
010091         PERFORM 2035-ADD-DISTRIBUTION-LINE THRU 2035-EXIT
010092     ELSE
010093         IF DIST-PAYMENT-PENDING
010094             PERFORM 2037-RELEASE-PENDING-PAYMENT
010095                 THRU 2037-EXIT
010096         END-IF
010097         EVALUATE TRUE
010098             WHEN AMTIN-VOID-REVERSAL
010099                 PERFORM 2020-PROCESS-VOID THRU 2020-EXIT
010100             WHEN AMTIN-PAYEE-NAME NOT = SPACES
010101                 PERFORM 2036-START-PENDING-PAYMENT
010102                     THRU 2036-EXIT
010103             WHEN OTHER
010104                 PERFORM 2010-PROCESS-DETAIL THRU 2010-EXIT
010105         END-EVALUATE
010106     END-IF
010107     .
010108 2005-EXIT.
010109     EXIT.
010110
010111*----------------------------------------------------------------
010112*  2010-PROCESS-DETAIL - VALIDATE AND EDIT ONE DETAIL RECORD,
010120*  CUT ITS CHECK IF IT CARRIES A PAYEE, AND WRITE ITS GL EXTRACT
010130*----------------------------------------------------------------
010140 2010-PROCESS-DETAIL.
010270         IF APPROVAL-THRESHOLD > ZERO
010280                 AND NOT RELEASE-EXEMPT
010290                 AND BASE-AMOUNT-VALUE > APPROVAL-THRESHOLD
010291             PERFORM 2058-RESTORE-PERIOD-DATE THRU 2058-EXIT
010300             PERFORM 2860-HOLD-FOR-APPROVAL THRU 2860-EXIT
010310         ELSE
010320             MOVE BASE-AMOUNT-VALUE TO NUMERICVALUE
010330             ADD 1 TO RECORD-COUNT
010331             IF PERIOD-REDATED
010332                 ADD 1 TO REDATED-COUNT
010333             END-IF
010340             ADD NUMERICVALUE TO CONTROL-TOTAL
010350             PERFORM 2100-EDIT-AMOUNT THRU 2100-EXIT
010360             PERFORM 2150-WRITE-REPORT-DETAIL THRU 2150-EXIT
010370             IF AMTIN-PAYEE-NAME NOT = SPACES
010371                 PERFORM 2290-ISSUE-PAYMENT THRU 2290-EXIT
010431                 IF AMTIN-VENDOR-ID NOT = SPACES
010432                     PERFORM 2270-QUEUE-PAYMENT-REMIT
010433                         THRU 2270-EXIT
010434                 END-IF
010440             END-IF
010450             PERFORM 2300-WRITE-GL-EXTRACT THRU 2300-EXIT
010451             MOVE WITHHOLD-AMOUNT TO WITHHOLD-LINE-AMOUNT
010460             PERFORM 2350-WRITE-HISTORY THRU 2350-EXIT
010461             IF BACKUP-WITHHOLDING
010462                 PERFORM 2320-POST-WITHHOLDING THRU 2320-EXIT
010463             END-IF
010470         END-IF
010480     ELSE
010481         PERFORM 2058-RESTORE-PERIOD-DATE THRU 2058-EXIT
010490         PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
010500     END-IF
010510     .
010600*  RECORD IS MARKED VOIDED SO THE POSITIVE-PAY EXTRACT SENDS THE
010610*  BANK A STOP AND THE RECONCILIATION FLAGS IT IF IT STILL PAYS.
010620*  NO CHECK IS PRINTED.  A VOID OF A CHECK WE NEVER ISSUED, OR
010621*  ONE ALREADY VOIDED, REJECTS WITH REASON 06.  THE VOID'S
010622*  TRANSACTION MONTH FACES THE SAME PERIOD CONTROL AS A
010623*  DETAIL - HARD-CLOSED REJECTS WITH REASON 11, SOFT-CLOSED
010624*  IS RE-DATED INTO THE NEXT OPEN MONTH.
010640*----------------------------------------------------------------
010650 2020-PROCESS-VOID.
010660     IF AMTIN-TRANSACTION-DATE NOT NUMERIC
010820                         TO EXCEPT-REASON-TEXT
010830                     PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
010840                 ELSE
010841                     SET VALID-AMOUNT TO TRUE
010842                     PERFORM 2055-CHECK-PERIOD THRU 2055-EXIT
010843                     IF VALID-AMOUNT
010844                         PERFORM 2031-COLLECT-PAID-LINES
010845                             THRU 2031-EXIT
010846                         IF DIST-WITHHELD-TOTAL NOT = ZERO
010847                                 AND WITHHOLD-ACCOUNT = SPACES
010848                             SET INVALID-AMOUNT TO TRUE
010849                             MOVE "14" TO EXCEPT-REASON-CODE
010850                             MOVE "NO WITHHOLDING LIABILITY ACCT"
010851                                 TO EXCEPT-REASON-TEXT
010852                             PERFORM 2058-RESTORE-PERIOD-DATE
010853                                 THRU 2058-EXIT
010854                         END-IF
010855                     END-IF
010856                     IF VALID-AMOUNT
010857                         PERFORM 2030-BACK-OUT-PAYMENT
010858                             THRU 2030-EXIT
010859                     ELSE
010860                         PERFORM 2800-REJECT-RECORD
010861                             THRU 2800-EXIT
010862                     END-IF
010870                 END-IF
010880         END-READ
010890     END-IF
010930
010940*----------------------------------------------------------------
010950*  2030-BACK-OUT-PAYMENT - THE VOID PASSED ITS EDITS.  MARK THE
010951*  REGISTER RECORD VOIDED AND WRITE AN OFFSETTING GL EXTRACT
010952*  AGAINST EVERY ACCOUNT THE CHECK WAS CHARGED TO - ONE FOR AN
010953*  ORDINARY CHECK, ONE PER DISTRIBUTION LINE FOR A SPLIT ONE.
010980*----------------------------------------------------------------
010990 2030-BACK-OUT-PAYMENT.
011000     MOVE 'V' TO CHECK-REG-STATUS
011010     REWRITE CHECK-REG-RECORD
011020     END-REWRITE
011060     MOVE 'USD' TO CURRENT-CURRENCY
011070     MOVE 1 TO CURRENT-RATE
011080     MOVE ' $' TO CURRENT-SYMBOL
011100     MOVE CHECK-REG-PAYEE TO AMTIN-PAYEE-NAME
011101     PERFORM 2033-BACK-OUT-LINE THRU 2033-EXIT
011102         VARYING DIST-LINE-INDEX FROM 1 BY 1
011103         UNTIL DIST-LINE-INDEX > DIST-LINE-COUNT
011104     IF DIST-WITHHELD-TOTAL NOT = ZERO
011105         PERFORM 2034-BACK-OUT-WITHHOLDING THRU 2034-EXIT
011106     END-IF
011107     COMPUTE NUMERICVALUE = ZERO - CHECK-REG-AMOUNT
011130     ADD 1 TO VOID-COUNT
011140     DISPLAY "VOID - CHECK " CHECK-REG-NUMBER
011150         " BACKED OUT FOR " NUMERICVALUE
011151     IF PERIOD-REDATED
011152         ADD 1 TO REDATED-COUNT
011153         DISPLAY "VOID RE-DATED FROM " PERIOD-ORIGINAL-DATE
011154             " - ORIGINAL PERIOD SOFT-CLOSED"
011155     END-IF
011160     .
011170 2030-EXIT.
011180     EXIT.
011181
011182*----------------------------------------------------------------
011183*  2031-COLLECT-PAID-LINES - TABLE THE ACCOUNTS AND BASE-USD
011184*  AMOUNTS THE CHECK WAS PAID AGAINST FROM ITS 'C' HISTORY
011185*  RECORDS.  WHEN THE HISTORY DOES NOT FOOT TO THE REGISTER
011186*  AMOUNT - RECORDS WRITTEN BEFORE PAYHIST CARRIED THE BASE
011187*  AMOUNT, OR HISTORY ALREADY ARCHIVED - THE WHOLE CHECK BACKS
011188*  OUT AGAINST THE REGISTER ACCOUNT AS IT ALWAYS DID.
011189*----------------------------------------------------------------
011190 2031-COLLECT-PAID-LINES.
011191     MOVE ZERO TO DIST-LINE-COUNT
011192     MOVE ZERO TO DIST-BASE-ASSIGNED
011193     MOVE ZERO TO DIST-WITHHELD-TOTAL
011194     MOVE SPACES TO HIST-KEY
011195     MOVE CHECK-REG-NUMBER TO HIST-CHECK-NUMBER
011196     MOVE 'N' TO HIST-BROWSE-SWITCH
011197     START PAY-HIST KEY NOT LESS THAN HIST-KEY
011198         INVALID KEY SET END-OF-HIST-BROWSE TO TRUE
011199     END-START
011200     PERFORM 2032-NEXT-PAID-LINE THRU 2032-EXIT
011201         UNTIL END-OF-HIST-BROWSE
011202     IF DIST-LINE-COUNT = ZERO
011203             OR DIST-BASE-ASSIGNED - DIST-WITHHELD-TOTAL
011204                 NOT = CHECK-REG-AMOUNT
011205         MOVE 1 TO DIST-LINE-COUNT
011206         MOVE CHECK-REG-ACCOUNT-CODE TO DIST-LINE-ACCOUNT (1)
011207         MOVE CHECK-REG-AMOUNT TO DIST-LINE-BASE (1)
011208         MOVE ZERO TO DIST-LINE-WITHHELD (1)
011209         MOVE ZERO TO DIST-WITHHELD-TOTAL
011210     END-IF
011211     .
011212 2031-EXIT.
011213     EXIT.
011214
011215 2032-NEXT-PAID-LINE.
011216     READ PAY-HIST NEXT
011217         AT END SET END-OF-HIST-BROWSE TO TRUE
011218         NOT AT END
011219             IF HIST-CHECK-NUMBER NOT = CHECK-REG-NUMBER
011220                 SET END-OF-HIST-BROWSE TO TRUE
011221             ELSE
011222                 IF HIST-CHECK-CUT
011223                         AND HIST-PAYEE-NAME = CHECK-REG-PAYEE
011224                         AND HIST-BASE-AMOUNT NUMERIC
011225                         AND DIST-LINE-COUNT < DIST-LINE-LIMIT
011226                     ADD 1 TO DIST-LINE-COUNT
011227                     MOVE HIST-ACCOUNT-CODE
011228                         TO DIST-LINE-ACCOUNT (DIST-LINE-COUNT)
011229                     MOVE HIST-BASE-AMOUNT
011230                         TO DIST-LINE-BASE (DIST-LINE-COUNT)
011231                     ADD HIST-BASE-AMOUNT TO DIST-BASE-ASSIGNED
011232                     IF HIST-WITHHELD-AMOUNT NUMERIC
011233                         MOVE HIST-WITHHELD-AMOUNT TO
011234                             DIST-LINE-WITHHELD (DIST-LINE-COUNT)
011235                     ELSE
011236                         MOVE ZERO TO
011237                             DIST-LINE-WITHHELD (DIST-LINE-COUNT)
011238                     END-IF
011239                     ADD DIST-LINE-WITHHELD (DIST-LINE-COUNT)
011240                         TO DIST-WITHHELD-TOTAL
011241                 END-IF
011242             END-IF
011243     END-READ
011244     .
011245 2032-EXIT.
011246     EXIT.
011247
011248*----------------------------------------------------------------
011249*  2033-BACK-OUT-LINE - ONE OFFSETTING GL EXTRACT, BUDGET
011250*  SPEND REDUCTION, REMITTANCE LINE AND 'V' HISTORY RECORD FOR
011251*  ONE ACCOUNT THE VOIDED CHECK WAS CHARGED TO
011252*----------------------------------------------------------------
011253 2033-BACK-OUT-LINE.
011254     COMPUTE NUMERICVALUE =
011255         ZERO - DIST-LINE-BASE (DIST-LINE-INDEX)
011256     MOVE DIST-LINE-ACCOUNT (DIST-LINE-INDEX)
011257         TO AMTIN-ACCOUNT-CODE
011258     MOVE NUMERICVALUE TO AMTIN-AMOUNT
011259     PERFORM 2300-WRITE-GL-EXTRACT THRU 2300-EXIT
011260     PERFORM 2275-QUEUE-VOID-REMIT THRU 2275-EXIT
011261     COMPUTE WITHHOLD-LINE-AMOUNT =
011262         ZERO - DIST-LINE-WITHHELD (DIST-LINE-INDEX)
011263     PERFORM 2350-WRITE-HISTORY THRU 2350-EXIT
011264     ADD NUMERICVALUE TO CONTROL-TOTAL
011265     .
011266 2033-EXIT.
011267     EXIT.
011268
011269*----------------------------------------------------------------
011270*  2034-BACK-OUT-WITHHOLDING - THE VOIDED CHECK HAD BACKUP
011271*  WITHHOLDING TAKEN FROM IT.  DEBIT IT BACK OUT OF THE
011272*  LIABILITY ACCOUNT; IT SHOWS ON THE VENDOR'S ADVICE AS A
011273*  POSITIVE LINE AGAINST THE NEGATIVE GROSS.
011274*----------------------------------------------------------------
011275 2034-BACK-OUT-WITHHOLDING.
011276     MOVE WITHHOLD-ACCOUNT TO AMTIN-ACCOUNT-CODE
011277     MOVE DIST-WITHHELD-TOTAL TO NUMERICVALUE
011278     MOVE NUMERICVALUE TO AMTIN-AMOUNT
011279     SET WITHHOLD-GL-POSTING TO TRUE
011280     PERFORM 2300-WRITE-GL-EXTRACT THRU 2300-EXIT
011281     MOVE 'N' TO WITHHOLD-GL-SWITCH
011282     PERFORM 2275-QUEUE-VOID-REMIT THRU 2275-EXIT
011283     ADD NUMERICVALUE TO CONTROL-TOTAL
011284     .
011285 2034-EXIT.
011286     EXIT.
011287
011288*----------------------------------------------------------------
011289*  2035-ADD-DISTRIBUTION-LINE - TABLE A DISTRIBUTION LINE
011290*  BEHIND THE PAYEE DETAIL WAITING FOR IT.  A LINE WITH NO
011291*  PAYEE AHEAD OF IT REJECTS WITH REASON 13; SO DOES A LINE
011292*  PAST THE TABLE LIMIT, AND ITS PAYMENT REJECTS WITH IT.
011293*----------------------------------------------------------------
011294 2035-ADD-DISTRIBUTION-LINE.
011295     IF NOT DIST-PAYMENT-PENDING
011296         MOVE "13" TO EXCEPT-REASON-CODE
011297         MOVE "DISTRIBUTION WITHOUT PAYEE" TO EXCEPT-REASON-TEXT
011298         PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
011299     ELSE
011300         IF DIST-LINE-COUNT < DIST-LINE-LIMIT
011301             ADD 1 TO DIST-LINE-COUNT
011302             MOVE AMTIN-RECORD-X
011303                 TO DIST-LINE-RECORD (DIST-LINE-COUNT)
011304         ELSE
011305             SET DIST-TABLE-OVERFLOW TO TRUE
011306             MOVE "13" TO EXCEPT-REASON-CODE
011307             MOVE "TOO MANY DISTRIBUTION LINES"
011308                 TO EXCEPT-REASON-TEXT
011309             PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
011310         END-IF
011311     END-IF
011312     .
011313 2035-EXIT.
011314     EXIT.
011315
011316 2036-START-PENDING-PAYMENT.
011317     MOVE AMTIN-RECORD-X TO DIST-PAYEE-RECORD
011318     MOVE RESUB-ORIGIN-SWITCH TO DIST-PAYEE-RESUB-SWITCH
011319     MOVE ZERO TO DIST-LINE-COUNT
011320     MOVE 'N' TO DIST-OVERFLOW-SWITCH
011321     SET DIST-PAYMENT-PENDING TO TRUE
011322     .
011323 2036-EXIT.
011324     EXIT.
011325
011326*----------------------------------------------------------------
011327*  2037-RELEASE-PENDING-PAYMENT - THE RECORD IN HAND ENDS THE
011328*  WAITING PAYEE DETAIL'S LINES.  SET THE RECORD IN HAND ASIDE,
011329*  PROCESS THE PAYEE - AS AN ORDINARY DETAIL IF NO LINES
011330*  FOLLOWED IT - AND PUT THE RECORD IN HAND BACK.
011331*----------------------------------------------------------------
011332 2037-RELEASE-PENDING-PAYMENT.
011333     MOVE AMTIN-RECORD-X TO DIST-CURRENT-RECORD
011334     MOVE RESUB-ORIGIN-SWITCH TO DIST-CURRENT-RESUB-SWITCH
011335     MOVE DIST-PAYEE-RECORD TO AMTIN-RECORD-X
011336     MOVE DIST-PAYEE-RESUB-SWITCH TO RESUB-ORIGIN-SWITCH
011337     MOVE 'N' TO DIST-PENDING-SWITCH
011338     IF DIST-LINE-COUNT = ZERO AND NOT DIST-TABLE-OVERFLOW
011339         PERFORM 2010-PROCESS-DETAIL THRU 2010-EXIT
011340     ELSE
011341         PERFORM 2040-PROCESS-DISTRIBUTED THRU 2040-EXIT
011342     END-IF
011343     MOVE DIST-CURRENT-RECORD TO AMTIN-RECORD-X
011344     MOVE DIST-CURRENT-RESUB-SWITCH TO RESUB-ORIGIN-SWITCH
011345     .
011346 2037-EXIT.
011347     EXIT.
011348
011349*----------------------------------------------------------------
011350*  2040-PROCESS-DISTRIBUTED - VALIDATE AND POST A PAYEE DETAIL
011351*  WITH DISTRIBUTION LINES, AS 2010-PROCESS-DETAIL DOES FOR ONE
011352*  WITHOUT.  THE PAYEE'S OWN EDITS RUN FIRST (BUT THE BUDGET
011353*  CHECK MOVES TO THE LINES, WHICH CARRY THE SPEND), THEN EVERY
011354*  LINE'S.  THE PAYMENT AND ALL ITS LINES POST, HOLD FOR
011355*  APPROVAL, OR REJECT TOGETHER.
011356*----------------------------------------------------------------
011357 2040-PROCESS-DISTRIBUTED.
011358     MOVE 'N' TO RELEASE-EXEMPT-SWITCH
011359     IF RECORD-FROM-RESUBMIT AND AMTIN-APPROVED-RELEASE
011360         SET RELEASE-EXEMPT TO TRUE
011361         MOVE SPACE TO AMTIN-RELEASE-FLAG
011362     END-IF
011363     SET DIST-PAYMENT-POSTING TO TRUE
011364     PERFORM 2050-VALIDATE-AMOUNT THRU 2050-EXIT
011365     IF VALID-AMOUNT
011366         PERFORM 2041-VALIDATE-DISTRIBUTION THRU 2041-EXIT
011367     END-IF
011368     MOVE 'N' TO DIST-POSTING-SWITCH
011369     IF VALID-AMOUNT
011370         IF APPROVAL-THRESHOLD > ZERO
011371                 AND NOT RELEASE-EXEMPT
011372                 AND BASE-AMOUNT-VALUE > APPROVAL-THRESHOLD
011373             PERFORM 2058-RESTORE-PERIOD-DATE THRU 2058-EXIT
011374             PERFORM 2860-HOLD-FOR-APPROVAL THRU 2860-EXIT
011375             PERFORM 2048-HOLD-DIST-LINE THRU 2048-EXIT
011376                 VARYING DIST-LINE-INDEX FROM 1 BY 1
011377                 UNTIL DIST-LINE-INDEX > DIST-LINE-COUNT
011378         ELSE
011379             PERFORM 2046-POST-DISTRIBUTED-PAYMENT
011380                 THRU 2046-EXIT
011381         END-IF
011382     ELSE
011383         PERFORM 2058-RESTORE-PERIOD-DATE THRU 2058-EXIT
011384         PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
011385         PERFORM 2049-REJECT-DIST-LINE THRU 2049-EXIT
011386             VARYING DIST-LINE-INDEX FROM 1 BY 1
011387             UNTIL DIST-LINE-INDEX > DIST-LINE-COUNT
011388     END-IF
011389     .
011390 2040-EXIT.
011391     EXIT.
011392
011393*----------------------------------------------------------------
011394*  2041-VALIDATE-DISTRIBUTION - SIZE EVERY LINE, PROVE THE
011395*  LINES ADD UP TO THE PAYEE TOTAL, THEN PUT EACH LINE'S
011396*  ACCOUNT THROUGH THE SAME EDITS A DETAIL'S ACCOUNT FACES.
011397*  THE PAYEE IMAGE AND ITS BASE AMOUNT ARE PUT BACK AFTER.
011398*----------------------------------------------------------------
011399 2041-VALIDATE-DISTRIBUTION.
011400     MOVE AMTIN-RECORD-X TO DIST-PAYEE-RECORD
011401     MOVE AMTIN-AMOUNT TO DIST-PAYMENT-AMOUNT
011402     MOVE BASE-AMOUNT-VALUE TO DIST-PAYMENT-BASE
011403     MOVE ZERO TO DIST-AMOUNT-TOTAL
011404     MOVE ZERO TO DIST-ASSIGNED-TOTAL
011405     MOVE ZERO TO DIST-BASE-ASSIGNED
011406     MOVE ZERO TO DIST-PERCENT-TOTAL
011407     MOVE ZERO TO DIST-PERCENT-LAST
011408     IF DIST-TABLE-OVERFLOW
011409         SET INVALID-AMOUNT TO TRUE
011410         MOVE "13" TO EXCEPT-REASON-CODE
011411         MOVE "TOO MANY DISTRIBUTION LINES" TO EXCEPT-REASON-TEXT
011412     ELSE
011413         PERFORM 2042-SIZE-DIST-LINE THRU 2042-EXIT
011414             VARYING DIST-LINE-INDEX FROM 1 BY 1
011415             UNTIL DIST-LINE-INDEX > DIST-LINE-COUNT
011416                 OR INVALID-AMOUNT
011417     END-IF
011418     IF VALID-AMOUNT
011419         PERFORM 2043-BALANCE-DISTRIBUTION THRU 2043-EXIT
011420     END-IF
011421     IF VALID-AMOUNT
011422         PERFORM 2044-CHECK-DIST-LINE THRU 2044-EXIT
011423             VARYING DIST-LINE-INDEX FROM 1 BY 1
011424             UNTIL DIST-LINE-INDEX > DIST-LINE-COUNT
011425                 OR INVALID-AMOUNT
011426     END-IF
011427     MOVE DIST-PAYEE-RECORD TO AMTIN-RECORD-X
011428     MOVE DIST-PAYMENT-BASE TO BASE-AMOUNT-VALUE
011429     .
011430 2041-EXIT.
011431     EXIT.
011432
011433*----------------------------------------------------------------
011434*  2042-SIZE-DIST-LINE - A LINE CARRIES AN AMOUNT OR A
011435*  PERCENTAGE OF THE PAYEE TOTAL, NOT BOTH AND NOT NEITHER.  A
011436*  PERCENTAGE IS TURNED INTO AN AMOUNT HERE, ROUNDED TO THE
011437*  CENT.
011438*----------------------------------------------------------------
011439 2042-SIZE-DIST-LINE.
011440     MOVE DIST-LINE-RECORD (DIST-LINE-INDEX) TO AMTIN-RECORD-X
011441     MOVE AMTIN-ACCOUNT-CODE
011442         TO DIST-LINE-ACCOUNT (DIST-LINE-INDEX)
011443     IF AMTIN-DIST-AMOUNT-AREA = SPACES
011444         MOVE ZERO TO AMTIN-AMOUNT
011445     END-IF
011446     IF AMTIN-DIST-PERCENT-AREA = SPACES
011447         MOVE ZERO TO AMTIN-DIST-PERCENT
011448     END-IF
011449     EVALUATE TRUE
011450         WHEN AMTIN-AMOUNT NOT NUMERIC
011451                 OR AMTIN-DIST-PERCENT NOT NUMERIC
011452             SET INVALID-AMOUNT TO TRUE
011453         WHEN AMTIN-AMOUNT = ZERO
011454                 AND AMTIN-DIST-PERCENT = ZERO
011455             SET INVALID-AMOUNT TO TRUE
011456         WHEN AMTIN-AMOUNT NOT = ZERO
011457                 AND AMTIN-DIST-PERCENT NOT = ZERO
011458             SET INVALID-AMOUNT TO TRUE
011459         WHEN AMTIN-AMOUNT NOT = ZERO
011460             MOVE AMTIN-AMOUNT
011461                 TO DIST-LINE-AMOUNT (DIST-LINE-INDEX)
011462             ADD AMTIN-AMOUNT TO DIST-AMOUNT-TOTAL
011463         WHEN OTHER
011464             COMPUTE DIST-LINE-AMOUNT (DIST-LINE-INDEX) ROUNDED =
011465                 DIST-PAYMENT-AMOUNT * AMTIN-DIST-PERCENT / 100
011466             ADD AMTIN-DIST-PERCENT TO DIST-PERCENT-TOTAL
011467             MOVE DIST-LINE-INDEX TO DIST-PERCENT-LAST
011468     END-EVALUATE
011469     IF INVALID-AMOUNT
011470         MOVE "13" TO EXCEPT-REASON-CODE
011471         MOVE "DISTRIBUTION AMOUNT INVALID" TO EXCEPT-REASON-TEXT
011472         DISPLAY "*** DISTRIBUTION LINE " DIST-LINE-INDEX
011473             " NEEDS AN AMOUNT OR A PERCENTAGE"
011474     ELSE
011475         ADD DIST-LINE-AMOUNT (DIST-LINE-INDEX)
011476             TO DIST-ASSIGNED-TOTAL
011477     END-IF
011478     .
011479 2042-EXIT.
011480     EXIT.
011481
011482*----------------------------------------------------------------
011483*  2043-BALANCE-DISTRIBUTION - THE LINES MUST ADD UP TO THE
011484*  PAYEE TOTAL.  PERCENTAGES ARE PROVED UNROUNDED; WHEN THEY
011485*  PROVE, THE CENT LOST OR GAINED IN ROUNDING THEM GOES ON THE
011486*  LAST PERCENTAGE LINE SO THE POSTINGS FOOT TO THE PAYMENT.
011487*----------------------------------------------------------------
011488 2043-BALANCE-DISTRIBUTION.
011489     IF DIST-PERCENT-LAST = ZERO
011490         IF DIST-AMOUNT-TOTAL NOT = DIST-PAYMENT-AMOUNT
011491             SET INVALID-AMOUNT TO TRUE
011492         END-IF
011493     ELSE
011494         COMPUTE DIST-PERCENT-SHARE =
011495             DIST-PAYMENT-AMOUNT * DIST-PERCENT-TOTAL / 100
011496         IF DIST-AMOUNT-TOTAL + DIST-PERCENT-SHARE
011497                 NOT = DIST-PAYMENT-AMOUNT
011498             SET INVALID-AMOUNT TO TRUE
011499         ELSE
011500             COMPUTE DIST-LINE-AMOUNT (DIST-PERCENT-LAST) =
011501                 DIST-LINE-AMOUNT (DIST-PERCENT-LAST)
011502                 + DIST-PAYMENT-AMOUNT - DIST-ASSIGNED-TOTAL
011503         END-IF
011504     END-IF
011505     IF INVALID-AMOUNT
011506         MOVE "13" TO EXCEPT-REASON-CODE
011507         MOVE "DISTRIBUTION NOT = PAYEE TOTAL"
011508             TO EXCEPT-REASON-TEXT
011509         DISPLAY "*** DISTRIBUTION LINES " DIST-ASSIGNED-TOTAL
011510             " - PAYEE TOTAL " DIST-PAYMENT-AMOUNT
011511     END-IF
011512     .
011513 2043-EXIT.
011514     EXIT.
011515
011516*----------------------------------------------------------------
011517*  2044-CHECK-DIST-LINE - EDIT ONE LINE AS THE PAYEE IMAGE
011518*  CHARGED TO THE LINE'S ACCOUNT: THE ACCOUNT MASTER EDIT, NO
011519*  SECOND LINE FOR THE SAME ACCOUNT AND AMOUNT (IT WOULD SHARE
011520*  A HISTORY KEY), THE DUPLICATE-PAYMENT CHECK AND THE BUDGET
011521*  CHECK.  THE LINE'S BASE-USD AMOUNT IS FIXED HERE; THE LAST
011522*  LINE TAKES WHAT IS LEFT OF THE PAYMENT SO CONVERSION
011523*  ROUNDING CANNOT LEAVE THE LINES OFF THE CHECK.
011524*----------------------------------------------------------------
011525 2044-CHECK-DIST-LINE.
011526     MOVE DIST-PAYEE-RECORD TO AMTIN-RECORD-X
011527     MOVE DIST-LINE-ACCOUNT (DIST-LINE-INDEX)
011528         TO AMTIN-ACCOUNT-CODE
011529     MOVE DIST-LINE-AMOUNT (DIST-LINE-INDEX) TO AMTIN-AMOUNT
011530     PERFORM 2060-VALIDATE-ACCOUNT THRU 2060-EXIT
011531     IF VALID-AMOUNT
011532         PERFORM 2045-MATCH-PRIOR-LINE THRU 2045-EXIT
011533             VARYING DIST-PRIOR-INDEX FROM 1 BY 1
011534             UNTIL DIST-PRIOR-INDEX NOT < DIST-LINE-INDEX
011535                 OR INVALID-AMOUNT
011536     END-IF
011537     IF VALID-AMOUNT
011538         PERFORM 2070-CHECK-DUPLICATE THRU 2070-EXIT
011539     END-IF
011540     IF VALID-AMOUNT
011541         IF DIST-LINE-INDEX = DIST-LINE-COUNT
011542             COMPUTE DIST-LINE-BASE (DIST-LINE-INDEX) =
011543                 DIST-PAYMENT-BASE - DIST-BASE-ASSIGNED
011544         ELSE
011545             COMPUTE DIST-LINE-BASE (DIST-LINE-INDEX) ROUNDED =
011546                 AMTIN-AMOUNT * CURRENT-RATE
011547         END-IF
011548         ADD DIST-LINE-BASE (DIST-LINE-INDEX)
011549             TO DIST-BASE-ASSIGNED
011550         MOVE DIST-LINE-BASE (DIST-LINE-INDEX)
011551             TO BASE-AMOUNT-VALUE
011552         PERFORM 2085-CHECK-BUDGET THRU 2085-EXIT
011553     END-IF
011554     IF INVALID-AMOUNT
011555         DISPLAY "*** DISTRIBUTION LINE " DIST-LINE-INDEX
011556             " ACCOUNT " AMTIN-ACCOUNT-CODE " FAILED"
011557     END-IF
011558     .
011559 2044-EXIT.
011560     EXIT.
011561
011562 2045-MATCH-PRIOR-LINE.
011563     IF DIST-LINE-ACCOUNT (DIST-PRIOR-INDEX) = AMTIN-ACCOUNT-CODE
011564             AND DIST-LINE-AMOUNT (DIST-PRIOR-INDEX) =
011565                 AMTIN-AMOUNT
011566         SET INVALID-AMOUNT TO TRUE
011567         MOVE "13" TO EXCEPT-REASON-CODE
011568         MOVE "DUPLICATE DISTRIBUTION LINE" TO EXCEPT-REASON-TEXT
011569     END-IF
011570     .
011571 2045-EXIT.
011572     EXIT.
011573
011574*----------------------------------------------------------------
011575*  2046-POST-DISTRIBUTED-PAYMENT - ONE CHECK OR ACH PAYMENT FOR
011576*  THE PAYEE TOTAL, COUNTED ONCE IN THE RUN TOTALS, THEN THE
011577*  POSTINGS LINE BY LINE
011578*----------------------------------------------------------------
011579 2046-POST-DISTRIBUTED-PAYMENT.
011580     MOVE DIST-PAYMENT-BASE TO NUMERICVALUE
011581     ADD 1 TO RECORD-COUNT
011582     IF PERIOD-REDATED
011583         ADD 1 TO REDATED-COUNT
011584     END-IF
011585     ADD NUMERICVALUE TO CONTROL-TOTAL
011586     PERFORM 2100-EDIT-AMOUNT THRU 2100-EXIT
011587     PERFORM 2290-ISSUE-PAYMENT THRU 2290-EXIT
011588     MOVE ZERO TO WITHHOLD-ASSIGNED
011589     PERFORM 2047-POST-DIST-LINE THRU 2047-EXIT
011590         VARYING DIST-LINE-INDEX FROM 1 BY 1
011591         UNTIL DIST-LINE-INDEX > DIST-LINE-COUNT
011592     IF BACKUP-WITHHOLDING
011593         PERFORM 2320-POST-WITHHOLDING THRU 2320-EXIT
011594     END-IF
011595     MOVE DIST-PAYEE-RECORD TO AMTIN-RECORD-X
011596     .
011597 2046-EXIT.
011598     EXIT.
011599
011600 2047-POST-DIST-LINE.
011601     MOVE DIST-LINE-ACCOUNT (DIST-LINE-INDEX)
011602         TO AMTIN-ACCOUNT-CODE
011603     MOVE DIST-LINE-AMOUNT (DIST-LINE-INDEX) TO AMTIN-AMOUNT
011604     MOVE DIST-LINE-BASE (DIST-LINE-INDEX) TO NUMERICVALUE
011605     PERFORM 2100-EDIT-AMOUNT THRU 2100-EXIT
011606     PERFORM 2150-WRITE-REPORT-DETAIL THRU 2150-EXIT
011607     IF AMTIN-VENDOR-ID NOT = SPACES
011608         PERFORM 2270-QUEUE-PAYMENT-REMIT THRU 2270-EXIT
011609     END-IF
011610     PERFORM 2300-WRITE-GL-EXTRACT THRU 2300-EXIT
011611*    THE WITHHOLDING IS SPREAD OVER THE LINES IN PROPORTION,
011612*    THE LAST LINE TAKING THE ROUNDING.
011613     IF NOT BACKUP-WITHHOLDING
011614         MOVE ZERO TO WITHHOLD-LINE-AMOUNT
011615     ELSE
011616         IF DIST-LINE-INDEX = DIST-LINE-COUNT
011617             COMPUTE WITHHOLD-LINE-AMOUNT =
011618                 WITHHOLD-AMOUNT - WITHHOLD-ASSIGNED
011619         ELSE
011620             COMPUTE WITHHOLD-LINE-AMOUNT ROUNDED =
011621                 DIST-LINE-BASE (DIST-LINE-INDEX) * WITHHOLD-RATE
011622         END-IF
011623         ADD WITHHOLD-LINE-AMOUNT TO WITHHOLD-ASSIGNED
011624     END-IF
011625     PERFORM 2350-WRITE-HISTORY THRU 2350-EXIT
011626     .
011627 2047-EXIT.
011628     EXIT.
011629
011630*----------------------------------------------------------------
011631*  2048-HOLD-DIST-LINE - A HELD SPLIT PAYMENT GOES TO PENDAPPR
011632*  WITH ITS LINES RIGHT BEHIND THE PAYEE; LIISTING9-13 SHOWS
011633*  THE PAYEE AND SENDS THE LINES WHEREVER IT SENDS IT
011634*----------------------------------------------------------------
011635 2048-HOLD-DIST-LINE.
011636     MOVE SPACES TO PEND-RECORD
011637     MOVE DIST-LINE-RECORD (DIST-LINE-INDEX) TO PEND-RAW-RECORD
011638     MOVE DIST-LINE-BASE (DIST-LINE-INDEX) TO PEND-BASE-AMOUNT
011639     MOVE REPORT-RUN-DATE TO PEND-HELD-DATE
011640     WRITE PEND-RECORD
011641     .
011642 2048-EXIT.
011643     EXIT.
011644
011645 2049-REJECT-DIST-LINE.
011646     ADD 1 TO REJECT-COUNT
011647     MOVE DIST-LINE-RECORD (DIST-LINE-INDEX) TO EXCEPT-RAW-RECORD
011648     WRITE EXCEPT-OUT-RECORD
011649     .
011650 2049-EXIT.
011651     EXIT.
011652
011653*----------------------------------------------------------------
011654*  2050-VALIDATE-AMOUNT - REJECT NON-NUMERIC AMOUNTS, RECORDS
011655*  WITH AN INVALID TRANSACTION DATE, AND RECORDS WHOSE ACCOUNT
011656*  CODE FAILS THE ACCTMAST MASTER LOOKUP
011657*----------------------------------------------------------------
011658 2050-VALIDATE-AMOUNT.
011659     SET VALID-AMOUNT TO TRUE
011660     MOVE 'N' TO PERIOD-REDATED-SWITCH
011661     IF AMTIN-AMOUNT NOT NUMERIC
011662         SET INVALID-AMOUNT TO TRUE
011663         MOVE "01" TO EXCEPT-REASON-CODE
011664         MOVE "NON-NUMERIC AMOUNT" TO EXCEPT-REASON-TEXT
011665     ELSE
011666         IF AMTIN-TRANSACTION-DATE NOT NUMERIC
011667             SET INVALID-AMOUNT TO TRUE
011668             MOVE "02" TO EXCEPT-REASON-CODE
011669             MOVE "INVALID TRANSACTION DATE" TO EXCEPT-REASON-TEXT
011670         ELSE
011671             PERFORM 2055-CHECK-PERIOD THRU 2055-EXIT
011672             IF VALID-AMOUNT
011673                 PERFORM 2060-VALIDATE-ACCOUNT THRU 2060-EXIT
011674             END-IF
011675             IF VALID-AMOUNT
011676                 PERFORM 2065-VALIDATE-VENDOR THRU 2065-EXIT
011677             END-IF
011678             IF VALID-AMOUNT
011679                 PERFORM 2067-VALIDATE-PAY-METHOD THRU 2067-EXIT
011680             END-IF
011681             IF VALID-AMOUNT
011682                 PERFORM 2068-VALIDATE-BANK THRU 2068-EXIT
011683             END-IF
011684             IF VALID-AMOUNT
011685                 PERFORM 2070-CHECK-DUPLICATE THRU 2070-EXIT
011686             END-IF
011687             IF VALID-AMOUNT
011688                 PERFORM 2080-RESOLVE-CURRENCY THRU 2080-EXIT
011689             END-IF
011690             IF VALID-AMOUNT AND NOT DIST-PAYMENT-POSTING
011691                 PERFORM 2085-CHECK-BUDGET THRU 2085-EXIT
011692             END-IF
011693             IF VALID-AMOUNT
011694                 PERFORM 2087-CHECK-WITHHOLDING THRU 2087-EXIT
011695             END-IF
011696         END-IF
011697     END-IF
011698     .
011699 2050-EXIT.
011700     EXIT.
011701
011702*----------------------------------------------------------------
011703*  2055-CHECK-PERIOD - LOOK THE TRANSACTION MONTH UP ON THE
011704*  PERIODCTL PERIOD CONTROL FILE BEFORE ANYTHING IS POSTED.
011705*  A HARD-CLOSED MONTH REJECTS WITH REASON 11.  A SOFT-CLOSED
011706*  MONTH IS RE-DATED TO THE FIRST DAY OF THE NEXT OPEN MONTH
011707*  AND THE ORIGINAL DATE KEPT FOR THE REPORT NOTE; EVERY
011708*  LATER EDIT, THE GL EXTRACT, BUDGET SPEND AND HISTORY THEN
011709*  SEE THE NEW DATE.
011710*----------------------------------------------------------------
011711 2055-CHECK-PERIOD.
011712     MOVE 'N' TO PERIOD-REDATED-SWITCH
011713     MOVE AMTIN-TRANSACTION-DATE (1:6) TO PERIOD-SEARCH
011714     PERFORM 2056-READ-PERIOD THRU 2056-EXIT
011715     EVALUATE TRUE
011716         WHEN LOOKUP-PERIOD-HARD
011717             SET INVALID-AMOUNT TO TRUE
011718             MOVE "11" TO EXCEPT-REASON-CODE
011719             MOVE "PERIOD HARD-CLOSED" TO EXCEPT-REASON-TEXT
011720         WHEN LOOKUP-PERIOD-SOFT
011721             MOVE ZERO TO PERIOD-WALK-COUNT
011722             PERFORM 2057-NEXT-PERIOD THRU 2057-EXIT
011723                 UNTIL LOOKUP-PERIOD-OPEN
011724                 OR PERIOD-WALK-COUNT NOT < PERIOD-WALK-LIMIT
011725             IF LOOKUP-PERIOD-OPEN
011726                 MOVE AMTIN-TRANSACTION-DATE
011727                     TO PERIOD-ORIGINAL-DATE
011728                 MOVE PERIOD-SEARCH
011729                     TO AMTIN-TRANSACTION-DATE (1:6)
011730                 MOVE '01' TO AMTIN-TRANSACTION-DATE (7:2)
011731                 SET PERIOD-REDATED TO TRUE
011732             ELSE
011733                 SET INVALID-AMOUNT TO TRUE
011734                 MOVE "11" TO EXCEPT-REASON-CODE
011735                 MOVE "NO OPEN PERIOD TO RE-DATE INTO"
011736                     TO EXCEPT-REASON-TEXT
011737             END-IF
011738         WHEN OTHER
011739             CONTINUE
011740     END-EVALUATE
011741     .
011742 2055-EXIT.
011743     EXIT.
011744
011745 2056-READ-PERIOD.
011746     MOVE PERIOD-SEARCH TO PERIOD-YYYYMM
011747     READ PERIOD-CTL
011748         INVALID KEY
011749             MOVE 'O' TO PERIOD-LOOKUP-STATUS
011750         NOT INVALID KEY
011751             MOVE PERIOD-STATUS TO PERIOD-LOOKUP-STATUS
011752     END-READ
011753     .
011754 2056-EXIT.
011755     EXIT.
011756
011757 2057-NEXT-PERIOD.
011758     ADD 1 TO PERIOD-WALK-COUNT
011759     IF PERIOD-SEARCH-MONTH = 12
011760         ADD 1 TO PERIOD-SEARCH-YEAR
011761         MOVE 1 TO PERIOD-SEARCH-MONTH
011762     ELSE
011763         ADD 1 TO PERIOD-SEARCH-MONTH
011764     END-IF
011765     PERFORM 2056-READ-PERIOD THRU 2056-EXIT
011766     .
011767 2057-EXIT.
011768     EXIT.
011769
011770*----------------------------------------------------------------
011771*  2058-RESTORE-PERIOD-DATE - THE RECORD IS NOT POSTING AFTER
011772*  ALL (REJECTED OR HELD FOR APPROVAL).  PUT BACK THE DATE AS
011773*  SUBMITTED SO THE EXCEPT-OUT OR PENDAPPR IMAGE IS UNCHANGED
011774*  AND THE PERIOD IS CHECKED AFRESH WHEN IT COMES BACK.
011775*----------------------------------------------------------------
011776 2058-RESTORE-PERIOD-DATE.
011777     IF PERIOD-REDATED
011778         MOVE PERIOD-ORIGINAL-DATE TO AMTIN-TRANSACTION-DATE
011779         MOVE 'N' TO PERIOD-REDATED-SWITCH
011780     END-IF
011781     .
011782 2058-EXIT.
011783     EXIT.
011784
011785*----------------------------------------------------------------
011786*  2060-VALIDATE-ACCOUNT - LOOK THE ACCOUNT CODE UP ON THE
011787*  ACCTMAST MASTER.  AN ACCOUNT THAT IS NOT ON FILE, IS CLOSED,
011788*  OR WHOSE EFFECTIVE DATES DO NOT COVER THE TRANSACTION DATE
011789*  REJECTS THE RECORD BEFORE ANY GL EXTRACT IS WRITTEN.
011790*----------------------------------------------------------------
011791 2060-VALIDATE-ACCOUNT.
011792     MOVE AMTIN-ACCOUNT-CODE TO ACCT-CODE
011793     READ ACCT-MAST
011794         INVALID KEY
011795             SET INVALID-AMOUNT TO TRUE
011796             MOVE "03" TO EXCEPT-REASON-CODE
011797             MOVE "UNKNOWN ACCOUNT CODE" TO EXCEPT-REASON-TEXT
011798         NOT INVALID KEY
011799             IF ACCT-CLOSED
011800                 SET INVALID-AMOUNT TO TRUE
011801                 MOVE "03" TO EXCEPT-REASON-CODE
011802                 MOVE "ACCOUNT CLOSED" TO EXCEPT-REASON-TEXT
011803             ELSE
011804                 IF AMTIN-TRANSACTION-DATE <
011805                         ACCT-EFFECTIVE-DATE
011806                     OR (ACCT-OBSOLETE-DATE NOT = ZERO
011810                     AND AMTIN-TRANSACTION-DATE >
011820                         ACCT-OBSOLETE-DATE)
011830                     SET INVALID-AMOUNT TO TRUE
012250*  NEEDS A VENDOR ID WHOSE MASTER RECORD CARRIES BANK DETAILS -
012260*  THE VENDOR RECORD IS STILL IN HAND FROM 2065'S READ.  AN
012270*  UNKNOWN METHOD CODE REJECTS RATHER THAN SILENTLY PRINTING
012280*  A CHECK THE PAYEE ASKED US TO STOP SENDING.  BANK DETAILS
012281*  THE LIISTING9-18 RETURNS JOB FLAGGED UNUSABLE (RETURNED OR
012282*  CORRECTED BY THE BANK) REJECT UNTIL AP RE-KEYS THEM IN 9-9.
012290*----------------------------------------------------------------
012300 2067-VALIDATE-PAY-METHOD.
012310     IF AMTIN-PAYEE-NAME NOT = SPACES
012460                         MOVE "09" TO EXCEPT-REASON-CODE
012470                         MOVE "NO BANK DETAILS FOR ACH"
012480                             TO EXCEPT-REASON-TEXT
012481                     ELSE
012482                         IF VEND-BANK-UNUSABLE
012483                             SET INVALID-AMOUNT TO TRUE
012484                             MOVE "09" TO EXCEPT-REASON-CODE
012485                             MOVE "VENDOR BANK DETAILS RETURNED"
012486                                 TO EXCEPT-REASON-TEXT
012487                         END-IF
012490                     END-IF
012500                 END-IF
012510             WHEN OTHER
012580     .
012590 2067-EXIT.
012600     EXIT.
012601
012602*----------------------------------------------------------------
012603*  2068-VALIDATE-BANK - ONLY MEANINGFUL WHEN A PAYMENT WILL GO
012604*  OUT.  THE ACCOUNT RECORD IS STILL IN HAND FROM 2060'S READ
012605*  AND NAMES THE DISBURSEMENT BANK THE PAYMENT IS DRAWN ON.
012606*  AN ACCOUNT WITH NO BANK, A BANK NOT ON BANKMAST OR NOT
012607*  ACTIVE, A CHECK NUMBER OUTSIDE THE BANK'S RANGE, OR AN ACH
012608*  PAYMENT ON A BANK THAT TAKES NO ACH FILE REJECTS WITH
012609*  REASON 12 - A CHECK PRINTED ON THE WRONG BANK'S STOCK
012610*  WOULD BOUNCE AGAINST THAT BANK'S POSITIVE PAY.
012611*----------------------------------------------------------------
012612 2068-VALIDATE-BANK.
012613     MOVE SPACES TO PAYMENT-BANK-CODE
012614     IF AMTIN-PAYEE-NAME NOT = SPACES
012615         IF ACCT-BANK-CODE = SPACES
012616             SET INVALID-AMOUNT TO TRUE
012617             MOVE "12" TO EXCEPT-REASON-CODE
012618             MOVE "NO DISBURSEMENT BANK FOR ACCT"
012619                 TO EXCEPT-REASON-TEXT
012620         ELSE
012621             MOVE ACCT-BANK-CODE TO BANK-CODE
012622             READ BANK-MAST
012623                 INVALID KEY
012624                     SET INVALID-AMOUNT TO TRUE
012625                     MOVE "12" TO EXCEPT-REASON-CODE
012626                     MOVE "UNKNOWN DISBURSEMENT BANK"
012627                         TO EXCEPT-REASON-TEXT
012628                 NOT INVALID KEY
012629                     PERFORM 2069-CHECK-BANK-RANGE
012630                         THRU 2069-EXIT
012631             END-READ
012632         END-IF
012633     END-IF
012634     .
012635 2068-EXIT.
012636     EXIT.
012637
012638 2069-CHECK-BANK-RANGE.
012639     EVALUATE TRUE
012640         WHEN NOT BANK-ACTIVE
012641             SET INVALID-AMOUNT TO TRUE
012642             MOVE "12" TO EXCEPT-REASON-CODE
012643             MOVE "DISBURSEMENT BANK INACTIVE"
012644                 TO EXCEPT-REASON-TEXT
012645         WHEN AMTIN-PAY-ACH
012646             IF BANK-ACH-FILE = SPACES
012647                 SET INVALID-AMOUNT TO TRUE
012648                 MOVE "12" TO EXCEPT-REASON-CODE
012649                 MOVE "BANK TAKES NO ACH FILE"
012650                     TO EXCEPT-REASON-TEXT
012651             END-IF
012652         WHEN AMTIN-CHECK-NUMBER < BANK-FIRST-CHECK
012653                 OR AMTIN-CHECK-NUMBER > BANK-LAST-CHECK
012654             SET INVALID-AMOUNT TO TRUE
012655             MOVE "12" TO EXCEPT-REASON-CODE
012656             MOVE "CHECK NO. OUTSIDE BANK RANGE"
012657                 TO EXCEPT-REASON-TEXT
012658         WHEN OTHER
012659             CONTINUE
012660     END-EVALUATE
012661     IF VALID-AMOUNT
012662         MOVE BANK-CODE TO PAYMENT-BANK-CODE
012663     END-IF
012664     .
012665 2069-EXIT.
012666     EXIT.
012667
012668*----------------------------------------------------------------
012669*  2070-CHECK-DUPLICATE - LOOK THE RECORD UP ON THE PAYHIST
012670*  PAID-TRANSACTION HISTORY.  A HIT MEANS THE SAME CHECK NUMBER,
012671*  ACCOUNT, TRANSACTION DATE AND AMOUNT ALREADY POSTED - IN A
012672*  PRIOR RUN OR EARLIER IN THIS ONE - AND THE RECORD REJECTS
012673*  WITH REASON 05 UNLESS THE CTLCARD FORCE OPTION IS ON.
012680*----------------------------------------------------------------
012690 2070-CHECK-DUPLICATE.
012700     MOVE AMTIN-CHECK-NUMBER TO HIST-CHECK-NUMBER
013910 2085-EXIT.
013920     EXIT.
013930
013931*----------------------------------------------------------------
013932*  2087-CHECK-WITHHOLDING - A PAYMENT TO A 1099 VENDOR THAT HAS
013933*  NO TAX ID ON FILE, OR THAT AP FLAGGED AFTER AN IRS B-NOTICE,
013934*  HAS BACKUP WITHHOLDING TAKEN FROM ITS BASE-USD AMOUNT.  THE
013935*  VENDOR RECORD IS STILL THE ONE 2065-VALIDATE-VENDOR READ.
013936*  GL-ONLY POSTINGS AND CREDITS ARE NOT PAYMENTS AND ARE LEFT
013937*  ALONE.
013938*----------------------------------------------------------------
013939 2087-CHECK-WITHHOLDING.
013940     MOVE 'N' TO WITHHOLD-SWITCH
013941     MOVE ZERO TO WITHHOLD-AMOUNT
013942     IF AMTIN-VENDOR-ID NOT = SPACES
013943             AND AMTIN-PAYEE-NAME NOT = SPACES
013944             AND BASE-AMOUNT-VALUE > ZERO
013945             AND VEND-1099-REPORTABLE
013946             AND (VEND-TAX-ID = SPACES OR VEND-BACKUP-WITHHOLD)
013947         IF WITHHOLD-ACCOUNT = SPACES
013948             SET INVALID-AMOUNT TO TRUE
013949             MOVE "14" TO EXCEPT-REASON-CODE
013950             MOVE "NO WITHHOLDING LIABILITY ACCT"
013951                 TO EXCEPT-REASON-TEXT
013952         ELSE
013953             SET BACKUP-WITHHOLDING TO TRUE
013954             COMPUTE WITHHOLD-AMOUNT ROUNDED =
013955                 BASE-AMOUNT-VALUE * WITHHOLD-RATE
013956         END-IF
013957     END-IF
013958     .
013959 2087-EXIT.
013960     EXIT.
013961
013962*----------------------------------------------------------------
013963*  2800-REJECT-RECORD - WRITE THE RAW RECORD TO EXCEPT-OUT
013964*----------------------------------------------------------------
013992 2800-REJECT-RECORD.
013993     ADD 1 TO REJECT-COUNT
013994     MOVE AMTIN-RECORD-X TO EXCEPT-RAW-RECORD
014000     WRITE EXCEPT-OUT-RECORD
014010     DISPLAY "*** REJECTED - " EXCEPT-REASON-CODE " "
014020         EXCEPT-REASON-TEXT
015050     MOVE NUMERICVALUE TO CHECK-REG-AMOUNT
015060     MOVE AMTIN-ACCOUNT-CODE TO CHECK-REG-ACCOUNT-CODE
015070     MOVE 'O' TO CHECK-REG-STATUS
015071     MOVE PAYMENT-BANK-CODE TO CHECK-REG-BANK-CODE
015080     WRITE CHECK-REG-RECORD
015090         INVALID KEY
015100             DISPLAY "*** CHECK " CHECK-REG-NUMBER
015110                 " ALREADY ON REGISTER - NOT REWRITTEN"
015111         NOT INVALID KEY
015112             PERFORM 2255-ADVANCE-NEXT-CHECK THRU 2255-EXIT
015120     END-WRITE
015130     .
015140 2250-EXIT.
015150     EXIT.
015151
015152*----------------------------------------------------------------
015153*  2255-ADVANCE-NEXT-CHECK - MOVE THE BANK'S NEXT CHECK NUMBER
015154*  PAST THE CHECK JUST REGISTERED.  IT ONLY EVER MOVES
015155*  FORWARD, SO A CHECK KEYED OUT OF SEQUENCE CANNOT PULL IT
015156*  BACK, AND A RESTART REPLAY LEAVES IT WHERE IT WAS.  THE
015157*  LAST CHECK OF THE RANGE WARNS THAT THE STOCK IS USED UP.
015158*----------------------------------------------------------------
015159 2255-ADVANCE-NEXT-CHECK.
015160     MOVE PAYMENT-BANK-CODE TO BANK-CODE
015161     READ BANK-MAST
015162         INVALID KEY
015163             CONTINUE
015164         NOT INVALID KEY
015165             IF CHECK-REG-NUMBER NOT < BANK-NEXT-CHECK
015166                     AND CHECK-REG-NUMBER < 999999
015167                 COMPUTE BANK-NEXT-CHECK = CHECK-REG-NUMBER + 1
015168                 REWRITE BANK-RECORD
015169                 END-REWRITE
015170             END-IF
015171             IF CHECK-REG-NUMBER = BANK-LAST-CHECK
015172                 DISPLAY "*** BANK " BANK-CODE
015173                     " CHECK RANGE USED UP AT CHECK "
015174                     CHECK-REG-NUMBER
015175             END-IF
015176     END-READ
015177     .
015178 2255-EXIT.
015179     EXIT.
015180
015181*----------------------------------------------------------------
015182*  2260-WRITE-ACH-PAYMENT - THE RECORD'S PAYMENT METHOD IS ACH.
015190*  ONE 'D' TRANSMISSION RECORD GOES TO ACH-OUT WITH THE BANK
015200*  ROUTING AND ACCOUNT STILL IN HAND FROM THE VENDOR MASTER
015210*  READ.  NO CHECK PRINTS, NO CHECK NUMBER IS CONSUMED AND NO
015310     MOVE ACH-DETAIL-CENTS TO ACH-AMOUNT-CENTS
015320     MOVE AMTIN-TRANSACTION-DATE TO ACH-SETTLE-DATE
015330     MOVE AMTIN-PAYEE-NAME TO ACH-PAYEE
015331     MOVE PAYMENT-BANK-CODE TO ACH-BANK-CODE
015340     WRITE ACH-RECORD
015350     ADD 1 TO ACH-COUNT
015360     ADD ACH-DETAIL-CENTS TO ACH-TOTAL-CENTS
015370     .
015380 2260-EXIT.
015390     EXIT.
015391
015392*----------------------------------------------------------------
015393*  2270-QUEUE-PAYMENT-REMIT - A DETAIL JUST PAID TO A VENDOR
015394*  GOES ON THE VENDOR'S ADVICE: BY CHECK NUMBER FOR A CHECK,
015395*  BY SETTLE DATE (THE TRANSACTION DATE ACH-OUT CARRIES) FOR
015396*  AN ACH PAYMENT.
015397*----------------------------------------------------------------
015398 2270-QUEUE-PAYMENT-REMIT.
015399     MOVE AMTIN-VENDOR-ID TO REMIT-QUEUE-VENDOR
015400     IF AMTIN-PAY-ACH
015401         MOVE 'A' TO REMIT-QUEUE-CHANNEL
015402         MOVE AMTIN-TRANSACTION-DATE TO REMIT-QUEUE-REFERENCE
015403         MOVE AMTIN-TRANSACTION-DATE TO REMIT-QUEUE-DATE
015404     ELSE
015405         MOVE 'C' TO REMIT-QUEUE-CHANNEL
015406         MOVE AMTIN-CHECK-NUMBER TO REMIT-QUEUE-REFERENCE
015407         MOVE AMTIN-CHECK-DATE TO REMIT-QUEUE-DATE
015408     END-IF
015409     PERFORM 2280-WRITE-REMIT-LINE THRU 2280-EXIT
015410     .
015411 2270-EXIT.
015412     EXIT.
015413
015414*----------------------------------------------------------------
015415*  2275-QUEUE-VOID-REMIT - A VOID JUST BACKED OUT GOES ON THE
015416*  VENDOR'S ADVICE AS A NEGATIVE LINE.  THE VENDOR IS THE ONE
015417*  KEYED ON THE VOID; FAILING THAT, THE ONE ON THE ORIGINAL
015418*  CHECK'S HISTORY.  A CHECK NEVER PAID TO A VENDOR ID HAS NO
015419*  ADVICE TO CARRY ITS VOID.
015420*----------------------------------------------------------------
015421 2275-QUEUE-VOID-REMIT.
015422     MOVE AMTIN-VENDOR-ID TO REMIT-QUEUE-VENDOR
015423     IF REMIT-QUEUE-VENDOR = SPACES
015424         PERFORM 2277-FIND-PAID-VENDOR THRU 2277-EXIT
015425     END-IF
015426     IF REMIT-QUEUE-VENDOR NOT = SPACES
015427         MOVE 'V' TO REMIT-QUEUE-CHANNEL
015428         MOVE CHECK-REG-NUMBER TO REMIT-QUEUE-REFERENCE
015429         MOVE AMTIN-TRANSACTION-DATE TO REMIT-QUEUE-DATE
015430         PERFORM 2280-WRITE-REMIT-LINE THRU 2280-EXIT
015431     END-IF
015432     .
015433 2275-EXIT.
015434     EXIT.
015435
015436 2277-FIND-PAID-VENDOR.
015437     MOVE SPACES TO HIST-KEY
015438     MOVE CHECK-REG-NUMBER TO HIST-CHECK-NUMBER
015439     MOVE 'N' TO HIST-BROWSE-SWITCH
015440     START PAY-HIST KEY NOT LESS THAN HIST-KEY
015441         INVALID KEY SET END-OF-HIST-BROWSE TO TRUE
015442     END-START
015443     PERFORM 2278-NEXT-PAID-HISTORY THRU 2278-EXIT
015444         UNTIL END-OF-HIST-BROWSE
015445     .
015446 2277-EXIT.
015447     EXIT.
015448
015449 2278-NEXT-PAID-HISTORY.
015450     READ PAY-HIST NEXT
015451         AT END SET END-OF-HIST-BROWSE TO TRUE
015452         NOT AT END
015453             IF HIST-CHECK-NUMBER NOT = CHECK-REG-NUMBER
015454                 SET END-OF-HIST-BROWSE TO TRUE
015455             ELSE
015456                 IF HIST-CHECK-CUT
015457                     MOVE HIST-VENDOR-ID TO REMIT-QUEUE-VENDOR
015458                     SET END-OF-HIST-BROWSE TO TRUE
015459                 END-IF
015460             END-IF
015461     END-READ
015462     .
015463 2278-EXIT.
015464     EXIT.
015465
015466*----------------------------------------------------------------
015467*  2280-WRITE-REMIT-LINE - QUEUE ONE ADVICE LINE FOR THE
015468*  POSTING IN HAND.  THE LINE NUMBER RESTARTS WITH EACH INPUT
015469*  RECORD, SO A RESTART REPLAY REBUILDS THE SAME KEY AND THE
015470*  LINE ALREADY ON FILE IS LEFT ALONE.
015471*----------------------------------------------------------------
015472 2280-WRITE-REMIT-LINE.
015473     IF INPUT-RECORD-NUMBER NOT = REMIT-LAST-INPUT
015474         MOVE INPUT-RECORD-NUMBER TO REMIT-LAST-INPUT
015475         MOVE ZERO TO REMIT-LINE-NUMBER
015476     END-IF
015477     ADD 1 TO REMIT-LINE-NUMBER
015478     MOVE SPACES TO REMIT-WORK-RECORD
015479     MOVE REMIT-QUEUE-VENDOR TO REMWK-VENDOR-ID
015480     MOVE REMIT-QUEUE-CHANNEL TO REMWK-CHANNEL
015481     MOVE REMIT-QUEUE-REFERENCE TO REMWK-REFERENCE
015482     MOVE INPUT-RECORD-NUMBER TO REMWK-INPUT-NUMBER
015483     MOVE REMIT-LINE-NUMBER TO REMWK-LINE-NUMBER
015484     MOVE REMIT-QUEUE-DATE TO REMWK-PAY-DATE
015485     MOVE AMTIN-TRANSACTION-DATE TO REMWK-TRANSACTION-DATE
015486     MOVE AMTIN-ACCOUNT-CODE TO REMWK-ACCOUNT-CODE
015487     MOVE CURRENT-CURRENCY TO REMWK-CURRENCY-CODE
015488     MOVE AMTIN-AMOUNT TO REMWK-ORIGINAL-AMOUNT
015489     MOVE NUMERICVALUE TO REMWK-BASE-AMOUNT
015490     WRITE REMIT-WORK-RECORD
015491         INVALID KEY
015492             CONTINUE
015493     END-WRITE
015494     .
015495 2280-EXIT.
015496     EXIT.
015497
015498*----------------------------------------------------------------
015499*  2290-ISSUE-PAYMENT - CUT THE CHECK OR SEND THE ACH PAYMENT
015500*  FOR THE AMOUNT IN NUMERICVALUE, LESS ANY BACKUP WITHHOLDING.
015501*  NUMERICVALUE IS LEFT AT THE GROSS FOR THE POSTINGS.
015502*----------------------------------------------------------------
015503 2290-ISSUE-PAYMENT.
015504     IF BACKUP-WITHHOLDING
015505         SUBTRACT WITHHOLD-AMOUNT FROM NUMERICVALUE
015506         PERFORM 2100-EDIT-AMOUNT THRU 2100-EXIT
015507     END-IF
015508     IF AMTIN-PAY-ACH
015509         PERFORM 2260-WRITE-ACH-PAYMENT THRU 2260-EXIT
015510     ELSE
015511         PERFORM 2200-PRINT-CHECK THRU 2200-EXIT
015512     END-IF
015513     IF BACKUP-WITHHOLDING
015514         ADD WITHHOLD-AMOUNT TO NUMERICVALUE
015515         PERFORM 2100-EDIT-AMOUNT THRU 2100-EXIT
015516     END-IF
015517     .
015518 2290-EXIT.
015519     EXIT.
015520
015521*----------------------------------------------------------------
015522*  2300-WRITE-GL-EXTRACT - WRITE ONE FIXED-WIDTH GL INTERFACE
015523*  RECORD PER AMTIN RECORD, CARRYING THE ACCOUNT CODE, THE
015524*  TRANSACTION DATE (AMTIN-TRANSACTION-DATE, NOT THE CHECK-ONLY
015525*  AMTIN-CHECK-DATE), AND THE EDIT8/EDIT9 FIXED-WIDTH AMOUNT
015526*  LAYOUTS THE GL LOAD JOB EXPECTS.  WRITTEN REGARDLESS OF WHICH
015527*  EDITN THE CONTROL CARD SELECTED FOR THE DISPLAY REPORT.
015528*----------------------------------------------------------------
015529 2300-WRITE-GL-EXTRACT.
015530     MOVE SPACES TO GL-EXTRACT-RECORD
015531     MOVE AMTIN-ACCOUNT-CODE TO GL-ACCOUNT-CODE
015532     MOVE AMTIN-TRANSACTION-DATE TO GL-DATE-OUT
015533     MOVE CURRENT-CURRENCY TO GL-CURRENCY-CODE
015540     MOVE AMTIN-AMOUNT TO GL-ORIGINAL-AMOUNT
015550     MOVE CURRENT-RATE TO GL-EXCHANGE-RATE
015560     MOVE NUMERICVALUE TO EDIT8
015640     END-IF
015650     MOVE CURRENT-RUN-ID TO GL-RUN-ID
015660     WRITE GL-EXTRACT-RECORD
015661     IF NOT WITHHOLD-GL-POSTING
015662         PERFORM 2310-ACCUMULATE-BUDGET-SPEND THRU 2310-EXIT
015663     END-IF
015680     .
015690 2300-EXIT.
015700     EXIT.
015701
015702*----------------------------------------------------------------
015703*  2320-POST-WITHHOLDING - THE SECOND GL-OUT RECORD OF A
015704*  PAYMENT WITH BACKUP WITHHOLDING: A CREDIT OF THE WITHHELD
015705*  AMOUNT TO THE LIABILITY ACCOUNT, IN USD.  IT CARRIES NO
015706*  BUDGET SPEND.  THE VENDOR'S ADVICE GETS A NEGATIVE LINE FOR
015707*  IT SO THE ADVICE FOOTS TO WHAT WAS PAID.
015708*----------------------------------------------------------------
015709 2320-POST-WITHHOLDING.
015710     MOVE AMTIN-RECORD-X TO WITHHOLD-SAVE-RECORD
015711     MOVE WITHHOLD-ACCOUNT TO AMTIN-ACCOUNT-CODE
015712     COMPUTE NUMERICVALUE = ZERO - WITHHOLD-AMOUNT
015713     MOVE NUMERICVALUE TO AMTIN-AMOUNT
015714     MOVE 'USD' TO CURRENT-CURRENCY
015715     MOVE 1 TO CURRENT-RATE
015716     MOVE ' $' TO CURRENT-SYMBOL
015717     SET WITHHOLD-GL-POSTING TO TRUE
015718     PERFORM 2300-WRITE-GL-EXTRACT THRU 2300-EXIT
015719     MOVE 'N' TO WITHHOLD-GL-SWITCH
015720     ADD NUMERICVALUE TO CONTROL-TOTAL
015721     IF AMTIN-VENDOR-ID NOT = SPACES
015722         PERFORM 2280-WRITE-REMIT-LINE THRU 2280-EXIT
015723     END-IF
015724     ADD 1 TO WITHHOLD-COUNT
015725     ADD WITHHOLD-AMOUNT TO WITHHOLD-TOTAL
015726     DISPLAY "BACKUP WITHHOLDING " WITHHOLD-AMOUNT
015727         " TAKEN FROM PAYMENT TO VENDOR " AMTIN-VENDOR-ID
015728     MOVE WITHHOLD-SAVE-RECORD TO AMTIN-RECORD-X
015729     .
015730 2320-EXIT.
015731     EXIT.
015732
015733*----------------------------------------------------------------
015734*  2310-ACCUMULATE-BUDGET-SPEND - ROLL THE POSTED BASE-USD
015740*  AMOUNT INTO THE IN-MEMORY SPEND TABLE.  A VOID BACK-OUT
015750*  ARRIVES HERE WITH A NEGATIVE AMOUNT AND REDUCES THE SPEND.
015751*  BUDGMAST ITSELF IS ONLY TOUCHED ONCE, AT END OF RUN IN
016060     MOVE AMTIN-AMOUNT TO HIST-AMOUNT
016070     MOVE AMTIN-PAYEE-NAME TO HIST-PAYEE-NAME
016080     MOVE AMTIN-VENDOR-ID TO HIST-VENDOR-ID
016081     MOVE NUMERICVALUE TO HIST-BASE-AMOUNT
016082     MOVE WITHHOLD-LINE-AMOUNT TO HIST-WITHHELD-AMOUNT
016083     MOVE CURRENT-CURRENCY TO HIST-CURRENCY-CODE
016090     EVALUATE TRUE
016100         WHEN AMTIN-VOID-REVERSAL
016110             MOVE 'V' TO HIST-DISPOSITION
016810     END-EVALUATE
016820     WRITE RPT-DETAIL-LINE
016830     ADD 1 TO REPORT-LINE-COUNT
016831     IF PERIOD-REDATED
016832         MOVE SPACES TO RPT-NOTE-LINE
016833         MOVE 'RE-DATED FROM' TO RPT-NOTE-LABEL
016834         MOVE PERIOD-ORIGINAL-DATE TO RPT-NOTE-DATE
016835         MOVE '- ORIGINAL PERIOD SOFT-CLOSED' TO RPT-NOTE-REASON
016836         WRITE RPT-NOTE-LINE
016837         ADD 1 TO REPORT-LINE-COUNT
016838     END-IF
016840     .
016850 2150-EXIT.
016860     EXIT.
017400*----------------------------------------------------------------
017410*  2400-CHECK-CHECKPOINT - EVERY CHECKPOINT-INTERVAL RECORDS,
017420*  DROP A CHECKPOINT RECORD SO A RERUN CAN RESTART PAST THIS POINT
017421*  A CHECKPOINT THAT FALLS DUE INSIDE AN OPEN BATCH OR WHILE A
017422*  PAYMENT WAITS FOR ITS DISTRIBUTION LINES STAYS DUE AND IS
017423*  TAKEN ON THE FIRST RECORD AFTER WHICH NEITHER IS OPEN.
017430*----------------------------------------------------------------
017440 2400-CHECK-CHECKPOINT.
017450     DIVIDE INPUT-RECORD-NUMBER BY CHECKPOINT-INTERVAL
017460         GIVING CHECKPOINT-QUOTIENT
017470         REMAINDER CHECKPOINT-REMAINDER
017480     IF CHECKPOINT-REMAINDER = ZERO
017481         SET CHECKPOINT-DUE TO TRUE
017482     END-IF
017483     IF CHECKPOINT-DUE
017490             AND NOT BATCH-IN-PROGRESS
017491             AND NOT DIST-PAYMENT-PENDING
017500         PERFORM 2410-WRITE-CHECKPOINT THRU 2410-EXIT
017501         MOVE 'N' TO CHECKPOINT-DUE-SWITCH
017510     END-IF
017520     .
017530 2400-EXIT.
017813     PERFORM 2420-SAVE-SPEND-ENTRY THRU 2420-EXIT
017814         VARYING SPEND-INDEX FROM 1 BY 1
017815         UNTIL SPEND-INDEX > SPEND-COUNT
017816     MOVE REDATED-COUNT
017817         TO CHKPT-REDATED-COUNT OF CHKPT-OUT
017818     MOVE WITHHOLD-COUNT
017819         TO CHKPT-WITHHOLD-COUNT OF CHKPT-OUT
017820     MOVE WITHHOLD-TOTAL
017821         TO CHKPT-WITHHOLD-TOTAL OF CHKPT-OUT
017822     WRITE CHKPT-RECORD OF CHKPT-OUT
017830     .
017840 2410-EXIT.
017850     EXIT.
017920*  REJECTED BEFORE THE NEW ONE OPENS.
017930*----------------------------------------------------------------
017940 2500-START-BATCH.
017941     IF DIST-PAYMENT-PENDING
017942         PERFORM 2037-RELEASE-PENDING-PAYMENT THRU 2037-EXIT
017943     END-IF
017950     IF BATCH-IN-PROGRESS
017960         MOVE "BATCH MISSING TRAILER" TO EXCEPT-REASON-TEXT
017970         PERFORM 2650-REJECT-BATCH THRU 2650-EXIT
018400         ADD 1 TO BATCH-SPILL-COUNT
018410     END-IF
018420     ADD 1 TO BATCH-ACTUAL-COUNT
018421     IF AMTIN-AMOUNT NUMERIC AND NOT AMTIN-DISTRIBUTION-LINE
018440         ADD AMTIN-AMOUNT TO BATCH-ACTUAL-TOTAL
018450     END-IF
018460     .
018540*  REJECTED WHOLE TO EXCEPT-OUT.
018550*----------------------------------------------------------------
018560 2600-BALANCE-BATCH.
018561     IF DIST-PAYMENT-PENDING
018562         PERFORM 2037-RELEASE-PENDING-PAYMENT THRU 2037-EXIT
018563     END-IF
018570     IF NOT BATCH-IN-PROGRESS
018580         MOVE "04" TO EXCEPT-REASON-CODE
018590         MOVE "TRAILER WITHOUT BATCH HEADER"
019660     IF BATCH-SPILLING
019670         PERFORM 2720-RELEASE-SPILLED-RECORDS THRU 2720-EXIT
019680     END-IF
019681     IF DIST-PAYMENT-PENDING
019682         PERFORM 2037-RELEASE-PENDING-PAYMENT THRU 2037-EXIT
019683     END-IF
019690     MOVE 'N' TO BATCH-OPEN-SWITCH
019700     MOVE ZERO TO BATCH-HOLD-COUNT
019710     MOVE ZERO TO BATCH-ACTUAL-COUNT
019810*    THE BATCH ARRIVED THROUGH THE RESUBMIT FILE - ONLY A
019820*    FLAGGED 9-13 RELEASE RESUBMITTED ON ITS OWN SKIPS IT.
019830     MOVE 'N' TO RESUB-ORIGIN-SWITCH
019831     PERFORM 2005-ROUTE-DETAIL THRU 2005-EXIT
019890     .
019900 2710-EXIT.
019910     EXIT.
020140         NOT AT END
020150             MOVE BATCH-WORK-RECORD TO AMTIN-RECORD-X
020160             MOVE 'N' TO RESUB-ORIGIN-SWITCH
020161             PERFORM 2005-ROUTE-DETAIL THRU 2005-EXIT
020220     END-READ
020230     .
020240 2725-EXIT.
022810*  3000-TERMINATE - CLOSE FILES
022820*----------------------------------------------------------------
022830 3000-TERMINATE.
022831     IF DIST-PAYMENT-PENDING
022832         PERFORM 2037-RELEASE-PENDING-PAYMENT THRU 2037-EXIT
022833     END-IF
022840     IF BATCH-IN-PROGRESS
022850         MOVE "BATCH MISSING TRAILER" TO EXCEPT-REASON-TEXT
022860         PERFORM 2650-REJECT-BATCH THRU 2650-EXIT
022870     END-IF
022880     PERFORM 3300-FINISH-REPORT THRU 3300-EXIT
022890     PERFORM 3400-WRITE-ACH-TRAILER THRU 3400-EXIT
022891     PERFORM 3450-SPLIT-ACH-BY-BANK THRU 3450-EXIT
022892     PERFORM 3700-WRITE-REMITTANCE THRU 3700-EXIT
022893     PERFORM 3600-POST-BUDGET-SPEND THRU 3600-EXIT
022900     PERFORM 3100-PRINT-TRAILER THRU 3100-EXIT
022910     PERFORM 3200-WRITE-CONTROL-RECORD THRU 3200-EXIT
022920     PERFORM 3500-COMPLETE-RUN-CONTROL THRU 3500-EXIT
022930     CLOSE AMTIN
022940     CLOSE REPORT-OUT
022950     CLOSE RESUB-IN
022951     CLOSE RECUR-IN
022960     CLOSE EXCEPT-OUT
022970     CLOSE CHECK-OUT
022990     CLOSE PEND-OUT
023000     CLOSE GL-OUT
023010     CLOSE CHKPT-OUT
023030     CLOSE VEND-MAST
023040     CLOSE BUDG-MAST
023050     CLOSE RUN-CTL
023051     CLOSE PERIOD-CTL
023052     CLOSE BANK-MAST
023060     CLOSE PAY-HIST
023070     CLOSE CHECK-REG
023080     .
023320     DISPLAY "HELD FOR APPROVAL. . . . " EDIT-HELD-COUNT
023330     MOVE BUDGET-WARN-COUNT TO EDIT-BUDGET-WARN-COUNT
023340     DISPLAY "OVER-BUDGET WARNINGS . . " EDIT-BUDGET-WARN-COUNT
023341     MOVE REDATED-COUNT TO EDIT-REDATED-COUNT
023342     DISPLAY "SOFT-CLOSED RE-DATES . . " EDIT-REDATED-COUNT
023343     MOVE WITHHOLD-COUNT TO EDIT-WITHHOLD-COUNT
023344     DISPLAY "BACKUP WITHHOLDINGS. . . " EDIT-WITHHOLD-COUNT
023345     MOVE WITHHOLD-TOTAL TO EDIT-WITHHOLD-TOTAL
023346     DISPLAY "WITHHELD AMOUNT. . . . . " EDIT-WITHHOLD-TOTAL
023350     .
023360 3100-EXIT.
023370     EXIT.
023870     .
023880 3400-EXIT.
023890     EXIT.
023891
023892*----------------------------------------------------------------
023893*  3450-SPLIT-ACH-BY-BANK - ACH-OUT HOLDS THE WHOLE RUN'S ACH
023894*  PAYMENTS, EACH TAGGED WITH ITS DISBURSEMENT BANK.  EVERY
023895*  BANK THAT TAKES AN ACH FILE GETS ITS OWN TRANSMISSION,
023896*  NAMED FROM THE BANK TABLE, HOLDING ONLY ITS PAYMENTS AND A
023897*  TRAILER WITH THEIR COUNT AND CENTS.  THE SPLIT IS TAKEN
023898*  FROM THE FINISHED ACH-OUT, SO A RESTARTED RUN SPLITS THE
023899*  WHOLE JOB ONCE.  THE BANK FILES MUST FOOT BACK TO THE
023900*  ACH-OUT TRAILER - A PAYMENT LEFT OUT OF EVERY BANK FILE
023901*  ENDS THE RUN WITH RETURN CODE 8 SO OPERATIONS HOLDS THE
023902*  TRANSMISSION.
023903*----------------------------------------------------------------
023904 3450-SPLIT-ACH-BY-BANK.
023905     CLOSE ACH-OUT
023906     MOVE ZERO TO SPLIT-ACH-COUNT
023907     MOVE ZERO TO SPLIT-ACH-CENTS
023908     MOVE 'N' TO BANK-EOF-SWITCH
023909     MOVE SPACES TO BANK-CODE
023910     START BANK-MAST KEY NOT LESS THAN BANK-CODE
023911         INVALID KEY SET END-OF-BANK-MAST TO TRUE
023912     END-START
023913     PERFORM 3460-SPLIT-ONE-BANK THRU 3460-EXIT
023914         UNTIL END-OF-BANK-MAST
023915     IF SPLIT-ACH-COUNT NOT = ACH-COUNT
023916             OR SPLIT-ACH-CENTS NOT = ACH-TOTAL-CENTS
023917         DISPLAY "*** ACH SPLIT OUT OF BALANCE - ACH-OUT "
023918             ACH-COUNT " FOR " ACH-TOTAL-CENTS
023919             " CENTS, BANK FILES " SPLIT-ACH-COUNT
023920             " FOR " SPLIT-ACH-CENTS " CENTS"
023921         MOVE 8 TO RETURN-CODE
023922     END-IF
023923     .
023924 3450-EXIT.
023925     EXIT.
023926
023927 3460-SPLIT-ONE-BANK.
023928     READ BANK-MAST NEXT
023929         AT END SET END-OF-BANK-MAST TO TRUE
023930         NOT AT END
023931             IF BANK-ACH-FILE NOT = SPACES
023932                 PERFORM 3470-WRITE-BANK-ACH-FILE
023933                     THRU 3470-EXIT
023934             END-IF
023935     END-READ
023936     .
023937 3460-EXIT.
023938     EXIT.
023939
023940*----------------------------------------------------------------
023941*  3470-WRITE-BANK-ACH-FILE - ONE PASS OF ACH-OUT FOR THE BANK
023942*  IN HAND, COPYING ITS PAYMENTS TO ITS OWN FILE WITH THE
023943*  ROUTING TAG BLANKED, SO THE BANK SEES ITS USUAL LAYOUT
023944*----------------------------------------------------------------
023945 3470-WRITE-BANK-ACH-FILE.
023946     MOVE BANK-ACH-FILE TO BANK-TRANSMIT-FILE
023947     MOVE ZERO TO BANK-ACH-COUNT
023948     MOVE ZERO TO BANK-ACH-CENTS
023949     OPEN OUTPUT ACH-BANK-OUT
023950     OPEN INPUT ACH-OUT
023951     MOVE 'N' TO ACH-SPLIT-EOF-SWITCH
023952     PERFORM 3480-COPY-BANK-PAYMENT THRU 3480-EXIT
023953         UNTIL END-OF-ACH-SPLIT
023954     CLOSE ACH-OUT
023955     MOVE BANK-ACH-COUNT TO ACH-SPLIT-TRL-COUNT
023956     MOVE BANK-ACH-CENTS TO ACH-SPLIT-TRL-CENTS
023957     WRITE ACH-BANK-RECORD FROM ACH-SPLIT-TRAILER
023958     CLOSE ACH-BANK-OUT
023959     ADD BANK-ACH-COUNT TO SPLIT-ACH-COUNT
023960     ADD BANK-ACH-CENTS TO SPLIT-ACH-CENTS
023961     MOVE BANK-ACH-COUNT TO EDIT-BANK-ACH-COUNT
023962     DISPLAY "ACH FILE " BANK-TRANSMIT-FILE " BANK " BANK-CODE
023963         " - PAYMENTS " EDIT-BANK-ACH-COUNT
023964         " CENTS " BANK-ACH-CENTS
023965     .
023966 3470-EXIT.
023967     EXIT.
023968
023969 3480-COPY-BANK-PAYMENT.
023970     READ ACH-OUT
023971         AT END SET END-OF-ACH-SPLIT TO TRUE
023972         NOT AT END
023973             IF ACH-RECORD-TYPE = 'D'
023974                     AND ACH-BANK-CODE = BANK-CODE
023975                 ADD 1 TO BANK-ACH-COUNT
023976                 ADD ACH-AMOUNT-CENTS TO BANK-ACH-CENTS
023977                 MOVE SPACES TO ACH-BANK-CODE
023978                 WRITE ACH-BANK-RECORD FROM ACH-RECORD
023979             END-IF
023980     END-READ
023981     .
023982 3480-EXIT.
023983     EXIT.
023984
023985*----------------------------------------------------------------
023986*  3700-WRITE-REMITTANCE - READ THE RUN'S ADVICE LINES BACK IN
023987*  VENDOR ORDER AND WRITE THE ADVICES.  A NEW ADVICE STARTS
023988*  FOR EACH VENDOR AND CHECK NUMBER OR SETTLE DATE; A VOID
023989*  LINE JOINS THE VENDOR'S CHECK ADVICE STILL OPEN, OR STARTS
023990*  A CHECK ADVICE OF ITS OWN.  THE ADVICE FILES ARE REBUILT
023991*  WHOLE FROM THE WORK FILE, SO A RESTARTED RUN WRITES EACH
023992*  ADVICE ONCE.
023993*----------------------------------------------------------------
023994 3700-WRITE-REMITTANCE.
023995     CLOSE REMIT-WORK
023996     OPEN INPUT REMIT-WORK
023997     OPEN OUTPUT REMIT-OUT
023998     OPEN OUTPUT ACHADV-OUT
023999     MOVE 'N' TO REMIT-EOF-SWITCH
024000     MOVE 'N' TO REMIT-ADVICE-SWITCH
024001     PERFORM 3710-READ-REMIT-WORK THRU 3710-EXIT
024002     PERFORM 3720-REMIT-ONE-LINE THRU 3720-EXIT
024003         UNTIL END-OF-REMIT-WORK
024004     IF REMIT-ADVICE-OPEN
024005         PERFORM 3760-CLOSE-ADVICE THRU 3760-EXIT
024006     END-IF
024007     CLOSE REMIT-WORK
024008     CLOSE REMIT-OUT
024009     CLOSE ACHADV-OUT
024010     .
024011 3700-EXIT.
024012     EXIT.
024013
024014 3710-READ-REMIT-WORK.
024015     READ REMIT-WORK NEXT
024016         AT END SET END-OF-REMIT-WORK TO TRUE
024017     END-READ
024018     .
024019 3710-EXIT.
024020     EXIT.
024021
024022 3720-REMIT-ONE-LINE.
024023     MOVE 'N' TO REMIT-NEW-SWITCH
024024     EVALUATE TRUE
024025         WHEN NOT REMIT-ADVICE-OPEN
024026             SET REMIT-NEW-ADVICE TO TRUE
024027         WHEN REMWK-VENDOR-ID NOT = REMIT-OPEN-VENDOR
024028             SET REMIT-NEW-ADVICE TO TRUE
024029         WHEN REMWK-VOID-LINE
024030             IF NOT REMIT-OPEN-CHECK
024031                 SET REMIT-NEW-ADVICE TO TRUE
024032             END-IF
024033         WHEN REMWK-CHANNEL NOT = REMIT-OPEN-CHANNEL
024034                 OR REMWK-REFERENCE NOT = REMIT-OPEN-REFERENCE
024035             SET REMIT-NEW-ADVICE TO TRUE
024036         WHEN OTHER
024037             CONTINUE
024038     END-EVALUATE
024039     IF REMIT-NEW-ADVICE
024040         IF REMIT-ADVICE-OPEN
024041             PERFORM 3760-CLOSE-ADVICE THRU 3760-EXIT
024042         END-IF
024043         PERFORM 3730-OPEN-ADVICE THRU 3730-EXIT
024044     END-IF
024045     PERFORM 3740-WRITE-ADVICE-LINE THRU 3740-EXIT
024046     PERFORM 3710-READ-REMIT-WORK THRU 3710-EXIT
024047     .
024048 3720-EXIT.
024049     EXIT.
024050
024051*----------------------------------------------------------------
024052*  3730-OPEN-ADVICE - HEAD A NEW ADVICE WITH THE VENDOR'S
024053*  REMIT NAME AND ADDRESS.  A CHECK OR VOID-ONLY ADVICE PRINTS
024054*  ON REMIT-OUT; AN ACH ADVICE STARTS WITH AN 'H' RECORD.
024055*----------------------------------------------------------------
024056 3730-OPEN-ADVICE.
024057     SET REMIT-ADVICE-OPEN TO TRUE
024058     MOVE REMWK-VENDOR-ID TO REMIT-OPEN-VENDOR
024059     MOVE REMWK-REFERENCE TO REMIT-OPEN-REFERENCE
024060     IF REMWK-ACH-LINE
024061         MOVE 'A' TO REMIT-OPEN-CHANNEL
024062     ELSE
024063         MOVE 'C' TO REMIT-OPEN-CHANNEL
024064     END-IF
024065     MOVE ZERO TO REMIT-ADVICE-TOTAL
024066     MOVE ZERO TO REMIT-ADVICE-LINES
024067     MOVE REMWK-VENDOR-ID TO VEND-ID
024068     READ VEND-MAST
024069         INVALID KEY
024070             MOVE SPACES TO VEND-NAME
024071             MOVE SPACES TO VEND-REMIT-ADDRESS
024072             MOVE SPACES TO VEND-REMIT-CITY-STATE
024073     END-READ
024074     IF REMIT-OPEN-CHECK
024075         PERFORM 3735-PRINT-ADVICE-HEADING THRU 3735-EXIT
024076         ADD 1 TO REMIT-CHECK-ADVICES
024077     ELSE
024078         MOVE SPACES TO REMIT-ACH-RECORD
024079         MOVE 'H' TO RACH-RECORD-TYPE
024080         MOVE REMWK-VENDOR-ID TO RACH-VENDOR-ID
024081         MOVE REMWK-PAY-DATE TO RACH-SETTLE-DATE
024082         MOVE VEND-NAME TO RACH-REMIT-NAME
024083         MOVE VEND-REMIT-ADDRESS TO RACH-REMIT-ADDRESS
024084         MOVE VEND-REMIT-CITY-STATE TO RACH-REMIT-CITY-STATE
024085         WRITE REMIT-ACH-RECORD
024086         ADD 1 TO REMIT-ACH-ADVICES
024087     END-IF
024088     .
024089 3730-EXIT.
024090     EXIT.
024091
024092 3735-PRINT-ADVICE-HEADING.
024093     MOVE SPACES TO REMIT-TITLE-LINE
024094     MOVE 'REMITTANCE ADVICE' TO REMIT-TITLE-TEXT
024095     MOVE 'VENDOR ' TO REMIT-VENDOR-LABEL
024096     MOVE REMWK-VENDOR-ID TO REMIT-VENDOR-OUT
024097     WRITE REMIT-TITLE-LINE
024098     MOVE SPACES TO REMIT-ADDRESS-LINE
024099     MOVE VEND-NAME TO REMIT-ADDRESS-OUT
024100     WRITE REMIT-ADDRESS-LINE
024101     MOVE SPACES TO REMIT-ADDRESS-LINE
024102     MOVE VEND-REMIT-ADDRESS TO REMIT-ADDRESS-OUT
024103     WRITE REMIT-ADDRESS-LINE
024104     MOVE SPACES TO REMIT-ADDRESS-LINE
024105     MOVE VEND-REMIT-CITY-STATE TO REMIT-ADDRESS-OUT
024106     WRITE REMIT-ADDRESS-LINE
024107     MOVE SPACES TO REMIT-BLANK-LINE
024108     WRITE REMIT-BLANK-LINE
024109     MOVE SPACES TO REMIT-PAYMENT-LINE
024110     IF REMWK-VOID-LINE
024111         MOVE 'VOIDED CHECKS' TO REMIT-PAYMENT-LABEL
024112     ELSE
024113         MOVE 'CHECK NUMBER: ' TO REMIT-PAYMENT-LABEL
024114         MOVE REMWK-REFERENCE TO REMIT-CHECK-NUMBER-OUT
024115     END-IF
024116     MOVE 'DATE: ' TO REMIT-DATE-LABEL
024117     MOVE REMWK-PAY-DATE TO REMIT-PAYMENT-DATE-OUT
024118     WRITE REMIT-PAYMENT-LINE
024119     MOVE SPACES TO REMIT-COLUMN-LINE
024120     MOVE 'DATE' TO REMIT-COLUMN-LINE (1:4)
024121     MOVE 'ACCOUNT' TO REMIT-COLUMN-LINE (13:7)
024122     MOVE 'CUR' TO REMIT-COLUMN-LINE (45:3)
024123     MOVE 'ORIGINAL AMOUNT' TO REMIT-COLUMN-LINE (48:15)
024124     MOVE 'USD AMOUNT' TO REMIT-COLUMN-LINE (68:10)
024125     WRITE REMIT-COLUMN-LINE
024126     .
024127 3735-EXIT.
024128     EXIT.
024129
024130*----------------------------------------------------------------
024131*  3740-WRITE-ADVICE-LINE - ONE DETAIL OF THE OPEN ADVICE, WITH
024132*  THE ACCTMAST DESCRIPTION OF THE ACCOUNT IT WAS CHARGED TO
024133*----------------------------------------------------------------
024134 3740-WRITE-ADVICE-LINE.
024135     MOVE REMWK-ACCOUNT-CODE TO ACCT-CODE
024136     READ ACCT-MAST
024137         INVALID KEY
024138             MOVE REMWK-ACCOUNT-CODE TO REMIT-ACCOUNT-DESC
024139         NOT INVALID KEY
024140             MOVE ACCT-DESCRIPTION TO REMIT-ACCOUNT-DESC
024141     END-READ
024142     ADD 1 TO REMIT-ADVICE-LINES
024143     ADD REMWK-BASE-AMOUNT TO REMIT-ADVICE-TOTAL
024144     IF REMIT-OPEN-CHECK
024145         MOVE SPACES TO REMIT-DETAIL-LINE
024146         MOVE REMWK-TRANSACTION-DATE TO REMIT-TRANS-DATE-OUT
024147         MOVE REMIT-ACCOUNT-DESC TO REMIT-ACCOUNT-DESC-OUT
024148         MOVE REMWK-CURRENCY-CODE TO REMIT-CURRENCY-OUT
024149         MOVE REMWK-ORIGINAL-AMOUNT TO REMIT-ORIG-AMOUNT-OUT
024150         MOVE REMWK-BASE-AMOUNT TO REMIT-BASE-AMOUNT-OUT
024151         IF REMWK-VOID-LINE
024152             STRING 'VOID OF CHECK ' REMWK-REFERENCE (3:6)
024153                 DELIMITED BY SIZE INTO REMIT-NOTE-OUT
024154         END-IF
024155         WRITE REMIT-DETAIL-LINE
024156     ELSE
024157         MOVE SPACES TO REMIT-ACH-RECORD
024158         MOVE 'D' TO RACH-RECORD-TYPE
024159         MOVE REMWK-VENDOR-ID TO RACH-VENDOR-ID
024160         MOVE REMWK-PAY-DATE TO RACH-SETTLE-DATE
024161         MOVE REMWK-TRANSACTION-DATE TO RACH-TRANSACTION-DATE
024162         MOVE REMIT-ACCOUNT-DESC TO RACH-ACCOUNT-DESC
024163         MOVE REMWK-CURRENCY-CODE TO RACH-CURRENCY-CODE
024164         MOVE REMWK-ORIGINAL-AMOUNT TO RACH-ORIGINAL-AMOUNT
024165         MOVE REMWK-BASE-AMOUNT TO RACH-BASE-AMOUNT
024166         WRITE REMIT-ACH-RECORD
024167     END-IF
024168     .
024169 3740-EXIT.
024170     EXIT.
024171
024172*----------------------------------------------------------------
024173*  3760-CLOSE-ADVICE - END THE OPEN ADVICE WITH ITS PAYMENT
024174*  TOTAL, THE SUM OF EVERY LINE ON IT, VOIDS INCLUDED
024175*----------------------------------------------------------------
024176 3760-CLOSE-ADVICE.
024177     IF REMIT-OPEN-CHECK
024178         MOVE SPACES TO REMIT-TOTAL-LINE
024179         MOVE 'PAYMENT TOTAL' TO REMIT-TOTAL-LABEL
024180         MOVE REMIT-ADVICE-TOTAL TO REMIT-TOTAL-AMOUNT
024181         WRITE REMIT-TOTAL-LINE
024182         MOVE SPACES TO REMIT-BLANK-LINE
024183         WRITE REMIT-BLANK-LINE
024184         WRITE REMIT-BLANK-LINE
024185     ELSE
024186         MOVE SPACES TO REMIT-ACH-RECORD
024187         MOVE 'T' TO RACH-RECORD-TYPE
024188         MOVE REMIT-OPEN-VENDOR TO RACH-VENDOR-ID
024189         MOVE REMIT-OPEN-REFERENCE TO RACH-SETTLE-DATE
024190         MOVE REMIT-ADVICE-LINES TO RACH-LINE-COUNT
024191         MOVE REMIT-ADVICE-TOTAL TO RACH-PAYMENT-TOTAL
024192         WRITE REMIT-ACH-RECORD
024193     END-IF
024194     MOVE 'N' TO REMIT-ADVICE-SWITCH
024195     .
024196 3760-EXIT.
024197     EXIT.
024198
024199*----------------------------------------------------------------
024200*  3500-COMPLETE-RUN-CONTROL - THE RUN MADE IT TO THE END.
024201*  MARK ITS RUNCTL RECORD COMPLETE WITH THE FINAL COUNT AND
024202*  CONTROL TOTAL SO THE DOWNSTREAM JOBS WILL ACCEPT THE RUN.
024203*----------------------------------------------------------------
024204 3500-COMPLETE-RUN-CONTROL.
024205     MOVE CURRENT-RUN-ID TO RUN-ID
024206     READ RUN-CTL
024207         INVALID KEY
024208             DISPLAY "*** RUN CONTROL RECORD MISSING FOR "
024209                 CURRENT-RUN-ID
024210         NOT INVALID KEY
024211             MOVE 'C' TO RUN-STATUS
024212             MOVE RECORD-COUNT TO RUN-RECORD-COUNT
024213             MOVE CONTROL-TOTAL TO RUN-CONTROL-TOTAL
024214             REWRITE RUN-CTL-RECORD
024215             END-REWRITE
024216     END-READ
024217     .
024218 3500-EXIT.
024219     EXIT.
024220
024221*----------------------------------------------------------------
024222*  3600-POST-BUDGET-SPEND - THE RUN MADE IT TO THE END; WRITE
024223*  THE ACCUMULATED SPEND TO BUDGMAST, ONE UPDATE PER ACCOUNT/
024224*  PERIOD.  AN ENTRY WITH NO BUDGET RECORD IS NOT TRACKED,
024225*  THE SAME RULE AS BEFORE.  A RUN THAT DIES NEVER REACHES
024226*  THIS PARAGRAPH, SO THE RESTART REPLAYS INTO THE TABLE AND
024227*  THE MASTER IS STILL ONLY EVER ADDED TO ONCE.
024228*----------------------------------------------------------------
024229 3600-POST-BUDGET-SPEND.
024230     PERFORM 3610-POST-ONE-SPEND THRU 3610-EXIT
024231         VARYING SPEND-INDEX FROM 1 BY 1
024240         UNTIL SPEND-INDEX > SPEND-COUNT
024250     .
024260 3600-EXIT.
024540     CLOSE AMTIN
024550     CLOSE REPORT-OUT
024560     CLOSE RESUB-IN
024561     CLOSE RECUR-IN
024570     CLOSE EXCEPT-OUT
024580     CLOSE CHECK-OUT
024590     CLOSE ACH-OUT
024600     CLOSE PEND-OUT
024610     CLOSE GL-OUT
024620     CLOSE CHKPT-OUT
024621     CLOSE REMIT-WORK
024630     CLOSE ACCT-MAST
024640     CLOSE VEND-MAST
024650     CLOSE BUDG-MAST
024660     CLOSE PAY-HIST
024670     CLOSE CHECK-REG
024680     CLOSE RUN-CTL
024681     CLOSE PERIOD-CTL
024682     CLOSE BANK-MAST
024690     MOVE 8 TO RETURN-CODE
024700     DISPLAY "*** RUN REFUSED - NOTHING POSTED"
024710     .
