000010*----------------------------------------------------------------
000020*  REMITWRK - REMITTANCE ADVICE WORK RECORD.  INDEXED FILE
000030*  KEYED ON REMWK-KEY, BUILT FRESH BY EVERY LIISTING9-1 RUN.
000040*  ONE RECORD PER LINE OF A VENDOR'S ADVICE: EACH DETAIL THAT
000050*  MADE UP A CHECK OR ACH PAYMENT, AND EACH VOID BACKED OUT
000060*  IN THE SAME RUN (CHANNEL 'V', NEGATIVE AMOUNTS).  AT END OF
000070*  RUN THE FILE IS READ BACK IN KEY ORDER, SO A VENDOR'S ACH
000080*  ADVICES, THEN ITS CHECK ADVICES, THEN ITS VOIDS COME
000090*  TOGETHER.  REMWK-REFERENCE IS THE CHECK NUMBER FOR A CHECK
000100*  OR VOID LINE AND THE SETTLE DATE FOR AN ACH LINE; THE INPUT
000110*  RECORD AND LINE NUMBERS MAKE THE KEY UNIQUE AND REPEAT
000120*  EXACTLY ON A RESTART REPLAY, SO A REPLAYED LINE IS NOT
000130*  WRITTEN TWICE.
000140*----------------------------------------------------------------
000150 01  REMIT-WORK-RECORD.
000160     05  REMWK-KEY.
000170         10  REMWK-VENDOR-ID     PIC X(08).
000180         10  REMWK-CHANNEL       PIC X(01).
000190             88  REMWK-ACH-LINE  VALUE 'A'.
000200             88  REMWK-CHECK-LINE
000210                                 VALUE 'C'.
000220             88  REMWK-VOID-LINE VALUE 'V'.
000230         10  REMWK-REFERENCE     PIC 9(08).
000240         10  REMWK-INPUT-NUMBER  PIC 9(07).
000250         10  REMWK-LINE-NUMBER   PIC 9(04).
000260     05  REMWK-PAY-DATE          PIC 9(08).
000270     05  REMWK-TRANSACTION-DATE  PIC 9(08).
000280     05  REMWK-ACCOUNT-CODE      PIC X(10).
000290     05  REMWK-CURRENCY-CODE     PIC X(03).
000300     05  REMWK-ORIGINAL-AMOUNT   PIC S9(8)V99
000310                                 SIGN IS LEADING SEPARATE.
000320     05  REMWK-BASE-AMOUNT       PIC S9(8)V99
000330                                 SIGN IS LEADING SEPARATE.
000340     05  FILLER                  PIC X(21).
