000010*----------------------------------------------------------------
000020*  BANKREC - DISBURSEMENT BANK TABLE RECORD.  INDEXED FILE KEYED
000030*  ON BANK-CODE.  ONE RECORD PER OPERATING BANK WE DISBURSE
000040*  FROM.  EVERY ACCTMAST ACCOUNT THAT PAYS VENDORS NAMES ITS
000050*  BANK IN ACCT-BANK-CODE; LIISTING9-1 ROUTES EACH CHECK AND
000060*  ACH PAYMENT TO THAT BANK, REJECTS A CHECK NUMBER OUTSIDE
000070*  THE BANK'S FIRST-LAST RANGE, AND ADVANCES BANK-NEXT-CHECK
000080*  PAST EVERY CHECK IT CUTS.  THE RANGES MUST NOT OVERLAP -
000090*  CHECKREG IS KEYED ON THE CHECK NUMBER ALONE.  THE FILE
000100*  NAMES ARE THE BANK'S OWN TRANSMISSION FILES: THE POSITIVE-
000110*  PAY ISSUE FILE LIISTING9-5 WRITES, THE ACH FILE LIISTING9-1
000120*  WRITES, AND THE CLEARED-ITEMS FILE LIISTING9-6 READS.  A
000130*  BLANK NAME MEANS THE BANK TAKES NO SUCH FILE.
000140*----------------------------------------------------------------
000150 01  BANK-RECORD.
000160     05  BANK-CODE               PIC X(04).
000170     05  BANK-NAME               PIC X(30).
000180     05  BANK-STATUS             PIC X(01).
000190         88  BANK-ACTIVE         VALUE 'A'.
000200         88  BANK-INACTIVE       VALUE 'I'.
000210     05  BANK-CHECK-RANGE.
000220         10  BANK-FIRST-CHECK    PIC 9(06).
000230         10  BANK-LAST-CHECK     PIC 9(06).
000240     05  BANK-NEXT-CHECK         PIC 9(06).
000250     05  BANK-FILE-NAMES.
000260         10  BANK-POSPAY-FILE    PIC X(12).
000270         10  BANK-ACH-FILE       PIC X(12).
000280         10  BANK-CLEARED-FILE   PIC X(12).
000290     05  FILLER                  PIC X(11).
