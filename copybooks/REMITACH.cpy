000010*----------------------------------------------------------------
000020*  REMITACH - ACH REMITTANCE ADVICE TRANSMISSION RECORD, THE
000030*  FIXED-WIDTH FILE THE MAIL/EMAIL SERVICE PICKS UP SO A
000040*  VENDOR PAID BY ACH LEARNS WHAT THE DEPOSIT WAS FOR.
000050*  WRITTEN BY LIISTING9-1 AT END OF RUN.  ONE ADVICE PER
000060*  VENDOR PER SETTLE DATE: AN 'H' HEADER WITH THE VENDMAST
000070*  REMIT NAME AND ADDRESS, ONE 'D' RECORD PER AMTIN DETAIL
000080*  PAID, AND A 'T' TOTAL CARRYING THE DETAIL COUNT AND THE
000090*  PAYMENT TOTAL.  EVERY RECORD CARRIES THE VENDOR ID AND
000100*  SETTLE DATE SO THE SERVICE CAN GROUP THEM.  AMOUNTS ARE
000110*  SIGNED, SIGN LEADING SEPARATE, TWO IMPLIED DECIMALS.
000120*----------------------------------------------------------------
000130 01  REMIT-ACH-RECORD.
000140     05  RACH-RECORD-TYPE        PIC X(01).
000150         88  RACH-HEADER         VALUE 'H'.
000160         88  RACH-DETAIL         VALUE 'D'.
000170         88  RACH-TOTAL          VALUE 'T'.
000180     05  RACH-VENDOR-ID          PIC X(08).
000190     05  RACH-SETTLE-DATE        PIC 9(08).
000200     05  RACH-REMIT-NAME         PIC X(30).
000210     05  RACH-REMIT-ADDRESS      PIC X(30).
000220     05  RACH-REMIT-CITY-STATE   PIC X(20).
000230     05  FILLER                  PIC X(23).
000240
000250 01  REMIT-ACH-DETAIL REDEFINES REMIT-ACH-RECORD.
000260     05  FILLER                  PIC X(17).
000270     05  RACH-TRANSACTION-DATE   PIC 9(08).
000280     05  RACH-ACCOUNT-DESC       PIC X(30).
000290     05  RACH-CURRENCY-CODE      PIC X(03).
000300     05  RACH-ORIGINAL-AMOUNT    PIC S9(8)V99
000310                                 SIGN IS LEADING SEPARATE.
000320     05  RACH-BASE-AMOUNT        PIC S9(8)V99
000330                                 SIGN IS LEADING SEPARATE.
000340     05  FILLER                  PIC X(40).
000350
000360 01  REMIT-ACH-TOTAL REDEFINES REMIT-ACH-RECORD.
000370     05  FILLER                  PIC X(17).
000380     05  RACH-LINE-COUNT         PIC 9(05).
000390     05  RACH-PAYMENT-TOTAL      PIC S9(9)V99
000400                                 SIGN IS LEADING SEPARATE.
000410     05  FILLER                  PIC X(86).
