000010*----------------------------------------------------------------
000020*  ACHRTN - ACH RETURN / NOTIFICATION-OF-CHANGE RECORD RECEIVED
000030*  FROM THE BANK, ONE RECORD PER ENTRY THE RECEIVING BANK SENT
000040*  BACK.  THE BANK ECHOES THE ORIGINAL ACH-OUT DETAIL (ROUTING,
000050*  ACCOUNT, WHOLE CENTS, SETTLE DATE AND PAYEE) SO THE
000060*  LIISTING9-18 RETURNS JOB CAN MATCH IT TO THE PAYHIST 'A'
000070*  RECORD THAT SENT IT.  TYPE 'R' IS A RETURN - THE MONEY CAME
000080*  BACK AND THE PAYMENT IS BACKED OUT; TYPE 'C' IS A
000090*  NOTIFICATION OF CHANGE - THE PAYMENT SETTLED BUT THE BANK
000100*  CORRECTED THE ROUTING OR ACCOUNT, CARRIED IN THE CORRECTED
000110*  FIELDS.  THE REASON CODE IS THE BANK'S (R01, R03, C01 ...).
000120*----------------------------------------------------------------
000130 01  ACHRTN-RECORD.
000140     05  ACHRTN-RECORD-TYPE      PIC X(01).
000150         88  ACHRTN-RETURN       VALUE 'R'.
000160         88  ACHRTN-NOC          VALUE 'C'.
000170     05  ACHRTN-REASON-CODE      PIC X(03).
000180     05  ACHRTN-BANK-ROUTING     PIC 9(09).
000190     05  ACHRTN-BANK-ACCOUNT     PIC X(17).
000200     05  ACHRTN-AMOUNT-CENTS     PIC 9(10).
000210     05  ACHRTN-SETTLE-DATE      PIC 9(08).
000220     05  ACHRTN-PAYEE            PIC X(30).
000230     05  ACHRTN-RETURN-DATE      PIC 9(08).
000240     05  ACHRTN-CORRECTED-ROUTING
000250                                 PIC 9(09).
000260     05  ACHRTN-CORRECTED-ACCOUNT
000270                                 PIC X(17).
000280     05  FILLER                  PIC X(08).
