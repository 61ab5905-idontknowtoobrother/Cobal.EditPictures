000060*  ACCOUNT FROM THE VENDMAST VENDOR MASTER) AND A FINAL 'T'
000070*  TRAILER CARRYING THE RECORD COUNT AND TOTAL CENTS FOR THE
000080*  BANK'S OWN BATCH AND FILE CONTROL BALANCING.
000081*  ACH-BANK-CODE ROUTES THE PAYMENT TO ITS BANKMAST
000082*  DISBURSEMENT BANK; AT END OF RUN LIISTING9-1 SPLITS ACH-OUT
000083*  INTO ONE TRANSMISSION FILE PER BANK, EACH WITH ITS OWN
000084*  TRAILER, AND BLANKS THE CODE ON THE BANK'S COPY.
000090*----------------------------------------------------------------
000100 01  ACH-RECORD.
000110     05  ACH-RECORD-TYPE         PIC X(01).
000140     05  ACH-AMOUNT-CENTS        PIC 9(10).
000150     05  ACH-SETTLE-DATE         PIC 9(08).
000160     05  ACH-PAYEE               PIC X(30).
000161     05  ACH-BANK-CODE           PIC X(04).
000162     05  FILLER                  PIC X(01).
000180
000190 01  ACH-TRAILER REDEFINES ACH-RECORD.
000200     05  FILLER                  PIC X(01).
