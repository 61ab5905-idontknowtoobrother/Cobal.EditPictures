000010*----------------------------------------------------------------
000020*  REMITREC - PRINTED REMITTANCE ADVICE LAYOUT FOR CHECK
000030*  PAYMENTS, WRITTEN BY LIISTING9-1 AT END OF RUN TO GO OUT
000040*  WITH THE CHECKS.  ONE ADVICE PER CHECK: A TITLE LINE WITH
000050*  THE VENDOR ID, THE VENDMAST REMIT NAME AND ADDRESS, THE
000060*  CHECK NUMBER AND DATE, A COLUMN LINE, ONE DETAIL LINE PER
000070*  AMTIN DETAIL THE CHECK PAID, AND A PAYMENT TOTAL.  A VOID
000080*  BACKED OUT IN THE SAME RUN PRINTS AS A NEGATIVE LINE ON
000090*  THE VENDOR'S LAST CHECK ADVICE, OR ON AN ADVICE OF ITS OWN
000100*  HEADED VOIDED CHECKS IF THE VENDOR WAS NOT PAID BY CHECK.
000110*  AS IN CHECKREC THE LABEL TEXT IS MOVED IN BY THE PRINTING
000120*  PARAGRAPH, NOT CARRIED AS VALUE CLAUSES.
000130*----------------------------------------------------------------
000140 01  REMIT-TITLE-LINE.
000150     05  REMIT-TITLE-TEXT        PIC X(30).
000160     05  REMIT-VENDOR-LABEL      PIC X(08).
000170     05  REMIT-VENDOR-OUT        PIC X(08).
000180     05  FILLER                  PIC X(86).
000190
000200 01  REMIT-ADDRESS-LINE.
000210     05  FILLER                  PIC X(05).
000220     05  REMIT-ADDRESS-OUT       PIC X(30).
000230     05  FILLER                  PIC X(97).
000240
000250 01  REMIT-PAYMENT-LINE.
000260     05  REMIT-PAYMENT-LABEL     PIC X(14).
000270     05  REMIT-CHECK-NUMBER-OUT  PIC 9(06).
000280     05  FILLER                  PIC X(04).
000290     05  REMIT-DATE-LABEL        PIC X(06).
000300     05  REMIT-PAYMENT-DATE-OUT  PIC 9999/99/99.
000310     05  FILLER                  PIC X(92).
000320
000330 01  REMIT-COLUMN-LINE           PIC X(132).
000340
000350 01  REMIT-DETAIL-LINE.
000360     05  REMIT-TRANS-DATE-OUT    PIC 9999/99/99.
000370     05  FILLER                  PIC X(02).
000380     05  REMIT-ACCOUNT-DESC-OUT  PIC X(30).
000390     05  FILLER                  PIC X(02).
000400     05  REMIT-CURRENCY-OUT      PIC X(03).
000410     05  FILLER                  PIC X(01).
000420     05  REMIT-ORIG-AMOUNT-OUT   PIC ZZ,ZZZ,ZZ9.99-.
000430     05  FILLER                  PIC X(02).
000440     05  REMIT-BASE-AMOUNT-OUT   PIC $$,$$$,$$9.99CR.
000450     05  FILLER                  PIC X(02).
000460     05  REMIT-NOTE-OUT          PIC X(20).
000470     05  FILLER                  PIC X(31).
000480
000490 01  REMIT-TOTAL-LINE.
000500     05  FILLER                  PIC X(12).
000510     05  REMIT-TOTAL-LABEL       PIC X(52).
000520     05  REMIT-TOTAL-AMOUNT      PIC $$,$$$,$$9.99CR.
000530     05  FILLER                  PIC X(53).
000540
000550 01  REMIT-BLANK-LINE            PIC X(132).
