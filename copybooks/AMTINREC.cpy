000147*  OVER-THRESHOLD PAYMENT TO THE RESUBMIT FILE; LIISTING9-1
000148*  SKIPS THE APPROVAL THRESHOLD ONLY FOR A FLAGGED RESUBMIT
000149*  AND CLEARS THE FLAG AS IT HONORS IT.
000150*  AMTIN-CORRECTED-BY IS STAMPED WITH THE OPERATOR ID BY THE
000151*  LIISTING9-3 CORRECTION TRANSACTION WHEN IT RESUBMITS A
000152*  FIXED RECORD, AND RIDES THROUGH TO PENDAPPR SO LIISTING9-13
000153*  CAN REFUSE TO LET THE SAME OPERATOR RELEASE IT.  LIISTING9-1
000154*  BLANKS IT ON EVERY AMTIN-SOURCED RECORD.
000155*  A DISTRIBUTION LINE ('S') FOLLOWS A PAYEE DETAIL AND CHARGES
000156*  PART OF THAT ONE PAYMENT TO ANOTHER ACCOUNT CODE, USING THE
000157*  AMTIN-DIST-RECORD OVERLAY: AMTIN-ACCOUNT-CODE IS THE ACCOUNT
000158*  CHARGED AND THE PORTION IS EITHER AN AMOUNT IN AMTIN-AMOUNT
000159*  (IN THE PAYEE'S CURRENCY) OR A PERCENTAGE OF THE PAYEE TOTAL
000160*  IN AMTIN-DIST-PERCENT, NEVER BOTH - THE ONE NOT USED IS ZERO
000161*  OR LEFT BLANK.  THE LINES MUST ADD UP TO THE PAYEE TOTAL; THE
000162*  PAYEE'S OWN ACCOUNT THEN ONLY PAYS THE CHECK OR ACH.  EVERY
000163*  OTHER FIELD COMES FROM THE PAYEE.  A LINE COUNTS IN ITS
000164*  BATCH'S RECORD COUNT BUT NOT IN THE HASH TOTAL, WHICH THE
000165*  PAYEE TOTAL ALREADY CARRIES.
000166*----------------------------------------------------------------
000167 01  AMTIN-RECORD.
000168     05  AMTIN-AMOUNT            PIC S9(8)V99
000170                                 SIGN IS LEADING SEPARATE.
000180     05  AMTIN-CHECK-NUMBER      PIC 9(06).
000190     05  AMTIN-CHECK-DATE        PIC 9(08).
000250         88  AMTIN-BATCH-TRAILER VALUE 'T'.
000260         88  AMTIN-DETAIL        VALUES 'D' SPACE.
000261         88  AMTIN-VOID-REVERSAL VALUE 'V'.
000262         88  AMTIN-DISTRIBUTION-LINE
000263                                 VALUE 'S'.
000264     05  AMTIN-CURRENCY-CODE     PIC X(03).
000265         88  AMTIN-CURRENCY-USD  VALUES 'USD' SPACES.
000266     05  AMTIN-VENDOR-ID         PIC X(08).
000267     05  AMTIN-PAY-METHOD        PIC X(01).
000268         88  AMTIN-PAY-CHECK     VALUES 'C' SPACE.
000269         88  AMTIN-PAY-ACH       VALUE 'A'.
000270     05  AMTIN-RELEASE-FLAG      PIC X(01).
000271         88  AMTIN-APPROVED-RELEASE
000272                                 VALUE 'R'.
000273     05  AMTIN-CORRECTED-BY      PIC X(08).
000274     05  FILLER                  PIC X(05).
000280
000290 01  AMTIN-BATCH-RECORD REDEFINES AMTIN-RECORD.
000300     05  AMTIN-BATCH-ID          PIC X(08).
000340     05  AMTIN-BATCH-HASH-TOTAL  PIC S9(11)V99
000350                                 SIGN IS LEADING SEPARATE.
000360     05  FILLER                  PIC X(63).
000361
000362 01  AMTIN-DIST-RECORD REDEFINES AMTIN-RECORD.
000363     05  AMTIN-DIST-AMOUNT-AREA  PIC X(11).
000364     05  AMTIN-DIST-PERCENT-AREA.
000365         10  AMTIN-DIST-PERCENT  PIC 9(03)V99.
000366     05  FILLER                  PIC X(84).
000370
000380 01  AMTIN-RECORD-X REDEFINES AMTIN-RECORD
000390                                 PIC X(100).
