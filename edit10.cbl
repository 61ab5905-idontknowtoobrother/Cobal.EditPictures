000220*                  THE UNASSIGNED DOLLARS ARE VISIBLE.  THE
000230*                  REPORTING YEAR COMES FROM THE OPTIONAL
000240*                  TEN99CTL CARD AND DEFAULTS TO LAST YEAR.
000241*  10/15/2026 TWK  ACH PAYMENTS THE BANK RETURNED (DISPOSITION
000242*                  'R', SET BY THE NEW LIISTING9-18 RETURNS
000243*                  JOB) ARE LEFT OUT OF THE ROLL-UP - THE MONEY
000244*                  NEVER REACHED THE VENDOR.
000245*  10/15/2026 TWK  FEDERAL TAX WITHHELD.  THE BACKUP WITHHOLDING
000246*                  LIISTING9-1 NOW RECORDS ON PAYHIST IS ROLLED
000247*                  UP BESIDE THE PAID TOTAL AND PRINTED IN ITS
000248*                  OWN COLUMN AND ON THE SECTION TOTALS, FOR BOX
000249*                  4 OF THE 1099.  THE PAID TOTAL STAYS GROSS.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000750     05  FILLER                  PIC X(02).
000760     05  TEN99-AMOUNT-OUT        PIC $,$$$,$$$,$$9.99CR.
000770     05  FILLER                  PIC X(02).
000771     05  TEN99-WITHHELD-OUT      PIC $,$$$,$$$,$$9.99CR.
000772     05  FILLER                  PIC X(02).
000780     05  TEN99-NOTE-OUT          PIC X(20).
000781     05  FILLER                  PIC X(14).
000800 01  TEN99-TOTAL-LINE.
000810     05  TEN99-TOTAL-LABEL       PIC X(28).
000820     05  TEN99-TOTAL-COUNT       PIC ZZ,ZZ9.
000830     05  FILLER                  PIC X(02).
000840     05  TEN99-TOTAL-AMOUNT      PIC $,$$$,$$$,$$9.99CR.
000841     05  FILLER                  PIC X(02).
000842     05  TEN99-TOTAL-WITHHELD    PIC $,$$$,$$$,$$9.99CR.
000843     05  FILLER                  PIC X(57).
000860 01  TEN99-BLANK-LINE            PIC X(132).
000870
000880 WORKING-STORAGE SECTION.
000960 77 SELECTED-COUNT     PIC 9(07) COMP     VALUE ZERO.
000970 77 NO-VENDOR-COUNT    PIC 9(07) COMP     VALUE ZERO.
000980 77 NO-VENDOR-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
000981 77 NO-VENDOR-WITHHELD PIC S9(11)V99 COMP-3 VALUE ZERO.
000990 77 REPORTABLE-COUNT   PIC 9(05) COMP     VALUE ZERO.
001000 77 REPORTABLE-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
001001 77 REPORTABLE-WITHHELD PIC S9(11)V99 COMP-3 VALUE ZERO.
001010 77 NONREPORT-COUNT    PIC 9(05) COMP     VALUE ZERO.
001020 77 NONREPORT-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
001021 77 NONREPORT-WITHHELD PIC S9(11)V99 COMP-3 VALUE ZERO.
001022*    OLDER HISTORY CARRIES SPACES IN THE WITHHELD AMOUNT.
001023 77 RECORD-WITHHELD    PIC S9(8)V99 COMP-3 VALUE ZERO.
001030 01 EDIT-HISTORY-READ-COUNT PIC Z,ZZZ,ZZ9.
001040 01 EDIT-SELECTED-COUNT PIC Z,ZZZ,ZZ9.
001050
001180         10 VEND-TBL-ID        PIC X(08).
001190         10 VEND-TBL-COUNT     PIC 9(07) COMP.
001200         10 VEND-TBL-TOTAL     PIC S9(11)V99 COMP-3.
001201         10 VEND-TBL-WITHHELD  PIC S9(11)V99 COMP-3.
001210
001220 PROCEDURE DIVISION.
001230 BEGIN.
001630     WRITE TEN99-HEADING-LINE
001640     MOVE SPACES TO TEN99-COLUMN-LINE
001650     MOVE 'VENDOR    NAME                            TAX ID
001651-        '      COUNT             AMOUNT       TAX WITHHELD'
001670         TO TEN99-COLUMN-LINE
001680     WRITE TEN99-COLUMN-LINE
001690     MOVE SPACES TO TEN99-BLANK-LINE
001860*  2000-ROLL-UP-HISTORY - ACCUMULATE ONE HISTORY RECORD INTO ITS
001870*  VENDOR'S TABLE ENTRY IF IT FALLS IN THE REPORTING YEAR, THEN
001880*  READ THE NEXT.  VOID BACK-OUTS CARRY NEGATIVE AMOUNTS AND
001890*  NET THEMSELVES OUT OF THE VENDOR'S TOTAL.  A RETURNED ACH
001891*  PAYMENT WAS NEVER RECEIVED AND IS NOT SELECTED.
001900*----------------------------------------------------------------
001910 2000-ROLL-UP-HISTORY.
001920     IF HIST-TRANSACTION-DATE (1:4) = REPORT-YEAR-X
001921             AND NOT HIST-ACH-RETURNED
001930         ADD 1 TO SELECTED-COUNT
001931         IF HIST-WITHHELD-AMOUNT NUMERIC
001932             MOVE HIST-WITHHELD-AMOUNT TO RECORD-WITHHELD
001933         ELSE
001934             MOVE ZERO TO RECORD-WITHHELD
001935         END-IF
001940         IF HIST-VENDOR-ID = SPACES
001950             ADD 1 TO NO-VENDOR-COUNT
001960             ADD HIST-AMOUNT TO NO-VENDOR-TOTAL
001961             ADD RECORD-WITHHELD TO NO-VENDOR-WITHHELD
001970         ELSE
001980             PERFORM 2100-ACCUMULATE-VENDOR THRU 2100-EXIT
001990         END-IF
002180             MOVE HIST-VENDOR-ID TO VEND-TBL-ID (VENDOR-COUNT)
002190             MOVE 1 TO VEND-TBL-COUNT (VENDOR-COUNT)
002200             MOVE HIST-AMOUNT TO VEND-TBL-TOTAL (VENDOR-COUNT)
002201             MOVE RECORD-WITHHELD
002202                 TO VEND-TBL-WITHHELD (VENDOR-COUNT)
002210         ELSE
002220             DISPLAY "*** VENDOR TABLE FULL - VENDOR "
002230                 HIST-VENDOR-ID " NOT ROLLED UP"
002330         SET VENDOR-FOUND TO TRUE
002340         ADD 1 TO VEND-TBL-COUNT (VENDOR-INDEX)
002350         ADD HIST-AMOUNT TO VEND-TBL-TOTAL (VENDOR-INDEX)
002351         ADD RECORD-WITHHELD TO VEND-TBL-WITHHELD (VENDOR-INDEX)
002360     END-IF
002370     .
002380 2110-EXIT.
002540         MOVE 'NO VENDOR ID ON HISTORY' TO TEN99-NAME-OUT
002550         MOVE NO-VENDOR-COUNT TO TEN99-COUNT-OUT
002560         MOVE NO-VENDOR-TOTAL TO TEN99-AMOUNT-OUT
002561         MOVE NO-VENDOR-WITHHELD TO TEN99-WITHHELD-OUT
002570         MOVE 'NOT REPORTABLE' TO TEN99-NOTE-OUT
002580         WRITE TEN99-DETAIL-LINE
002590     END-IF
002660     MOVE VEND-TBL-ID (VENDOR-INDEX) TO TEN99-VENDOR-OUT
002670     MOVE VEND-TBL-COUNT (VENDOR-INDEX) TO TEN99-COUNT-OUT
002680     MOVE VEND-TBL-TOTAL (VENDOR-INDEX) TO TEN99-AMOUNT-OUT
002681     MOVE VEND-TBL-WITHHELD (VENDOR-INDEX) TO TEN99-WITHHELD-OUT
002690     MOVE VEND-TBL-ID (VENDOR-INDEX) TO VEND-ID
002700     READ VEND-MAST
002710         INVALID KEY
002730             ADD 1 TO NONREPORT-COUNT
002740             ADD VEND-TBL-TOTAL (VENDOR-INDEX)
002750                 TO NONREPORT-TOTAL
002751             ADD VEND-TBL-WITHHELD (VENDOR-INDEX)
002752                 TO NONREPORT-WITHHELD
002760         NOT INVALID KEY
002770             MOVE VEND-NAME TO TEN99-NAME-OUT
002780             MOVE VEND-TAX-ID TO TEN99-TAX-ID-OUT
002810                 ADD 1 TO REPORTABLE-COUNT
002820                 ADD VEND-TBL-TOTAL (VENDOR-INDEX)
002830                     TO REPORTABLE-TOTAL
002831                 ADD VEND-TBL-WITHHELD (VENDOR-INDEX)
002832                     TO REPORTABLE-WITHHELD
002840             ELSE
002850                 MOVE 'NOT REPORTABLE' TO TEN99-NOTE-OUT
002860                 ADD 1 TO NONREPORT-COUNT
002870                 ADD VEND-TBL-TOTAL (VENDOR-INDEX)
002880                     TO NONREPORT-TOTAL
002881                 ADD VEND-TBL-WITHHELD (VENDOR-INDEX)
002882                     TO NONREPORT-WITHHELD
002890             END-IF
002900     END-READ
002910     WRITE TEN99-DETAIL-LINE
003030     MOVE '1099 REPORTABLE VENDORS' TO TEN99-TOTAL-LABEL
003040     MOVE REPORTABLE-COUNT TO TEN99-TOTAL-COUNT
003050     MOVE REPORTABLE-TOTAL TO TEN99-TOTAL-AMOUNT
003051     MOVE REPORTABLE-WITHHELD TO TEN99-TOTAL-WITHHELD
003060     WRITE TEN99-TOTAL-LINE
003070     MOVE SPACES TO TEN99-TOTAL-LINE
003080     MOVE 'NON-REPORTABLE VENDORS' TO TEN99-TOTAL-LABEL
003090     MOVE NONREPORT-COUNT TO TEN99-TOTAL-COUNT
003100     MOVE NONREPORT-TOTAL TO TEN99-TOTAL-AMOUNT
003101     MOVE NONREPORT-WITHHELD TO TEN99-TOTAL-WITHHELD
003110     WRITE TEN99-TOTAL-LINE
003120     CLOSE PAY-HIST
003130     CLOSE VEND-MAST
