000112*  LIISTING9-10 YEAR-END JOB CAN ROLL THE HISTORY UP BY VENDOR
000113*  FOR 1099 REPORTING; SPACES ON LEGACY RECORDS AND GL-ONLY
000114*  POSTINGS WITH NO VENDOR.  REBUILD PAYHIST AT CUTOVER.
000115*  THE LIISTING9-18 ACH RETURNS JOB REWRITES AN 'A' RECORD TO
000116*  'R' WHEN THE BANK RETURNS THE PAYMENT - THE GL AND BUDGET
000117*  SPEND ARE BACKED OUT AND THE MONEY NEVER REACHED THE VENDOR.
000118*  HIST-BASE-AMOUNT IS THE BASE-USD AMOUNT POSTED TO THE GL FOR
000119*  THE RECORD.  A CHECK SPLIT ACROSS SEVERAL ACCOUNTS HAS ONE
000120*  'C' RECORD PER DISTRIBUTION LINE, AND A VOID BACKS EACH OUT
000121*  AT ITS OWN BASE AMOUNT.  SPACES ON RECORDS WRITTEN BEFORE
000122*  THE FIELD WAS ADDED.  THE RECORD WAS WIDENED FROM 80 TO 100
000123*  BYTES FOR IT - REBUILD PAYHIST AT CUTOVER.
000124*  HIST-WITHHELD-AMOUNT IS THE BASE-USD FEDERAL BACKUP
000125*  WITHHOLDING TAKEN FROM THE PAYMENT (NEGATIVE ON THE 'V'
000126*  BACK-OUT OF A VOIDED ONE); HIST-BASE-AMOUNT STAYS THE GROSS,
000127*  SO THE CHECK OR ACH PAYMENT WENT OUT FOR THE DIFFERENCE.
000128*  ZERO WHEN NOTHING WAS WITHHELD, SPACES ON OLDER RECORDS.
000129*  HIST-CURRENCY-CODE IS THE CURRENCY HIST-AMOUNT WAS SUBMITTED
000130*  IN, SO A BACK-OUT CAN CARRY THE ORIGINAL CURRENCY AND AMOUNT
000131*  BESIDE THE BASE-USD FIGURE.  TAKEN FROM THE FORMER FILLER;
000132*  SPACES ON OLDER RECORDS, WHICH ARE TREATED AS USD.
000133*----------------------------------------------------------------
000134 01  HIST-RECORD.
000140     05  HIST-KEY.
000150         10  HIST-CHECK-NUMBER   PIC 9(06).
000160         10  HIST-ACCOUNT-DATE-KEY.
000260         88  HIST-GL-POSTED      VALUE 'P'.
000270         88  HIST-VOIDED         VALUE 'V'.
000271         88  HIST-ACH-PAID       VALUE 'A'.
000272         88  HIST-ACH-RETURNED   VALUE 'R'.
000280     05  HIST-VENDOR-ID          PIC X(08).
000281     05  HIST-BASE-AMOUNT        PIC S9(8)V99
000282                                 SIGN IS LEADING SEPARATE.
000283     05  HIST-WITHHELD-AMOUNT    PIC S9(8)V99
000284                                 SIGN IS LEADING SEPARATE.
000285     05  HIST-CURRENCY-CODE      PIC X(03).
000286     05  FILLER                  PIC X(01).
