000010*----------------------------------------------------------------
000020*  RECURREC - RECURRING PAYMENT SCHEDULE RECORD.  INDEXED FILE
000030*  KEYED ON RECUR-ID.  MAINTAINED ONLINE BY THE LIISTING9-19
000040*  RECURRING SCHEDULE MAINTENANCE TRANSACTION.  THE LIISTING9-20
000050*  CYCLE JOB, RUN AHEAD OF LIISTING9-1, TURNS EVERY ACTIVE
000060*  SCHEDULE WHOSE NEXT DUE DATE HAS ARRIVED INTO AN AMTIN
000070*  DETAIL (PAYEE NAME FROM VENDMAST), THEN ROLLS
000080*  RECUR-NEXT-DUE-DATE FORWARD ONE FREQUENCY - WEEKLY, MONTHLY
000090*  OR QUARTERLY.  MONTHLY AND QUARTERLY SCHEDULES FALL DUE ON
000100*  RECUR-DUE-DAY, OR THE LAST DAY OF A SHORTER MONTH.  A
000110*  SCHEDULE RETIRES ('R') WHEN ITS NEXT DUE DATE PASSES
000120*  RECUR-END-DATE (ZERO = NO END DATE) OR ITS REMAINING-PAYMENT
000130*  COUNT RUNS OUT (ZERO ON AN ACTIVE SCHEDULE = NO COUNT).
000140*  RECUR-AMOUNT IS IN RECUR-CURRENCY-CODE (SPACES = USD), AND
000150*  RECUR-PAY-METHOD IS CARRIED TO AMTIN-PAY-METHOD AS KEYED.
000160*----------------------------------------------------------------
000170 01  RECUR-RECORD.
000180     05  RECUR-ID                PIC X(08).
000190     05  RECUR-VENDOR-ID         PIC X(08).
000200     05  RECUR-ACCOUNT-CODE      PIC X(10).
000210     05  RECUR-AMOUNT            PIC S9(8)V99
000220                                 SIGN IS LEADING SEPARATE.
000230     05  RECUR-CURRENCY-CODE     PIC X(03).
000240     05  RECUR-PAY-METHOD        PIC X(01).
000250         88  RECUR-PAY-CHECK     VALUES 'C' SPACE.
000260         88  RECUR-PAY-ACH       VALUE 'A'.
000270     05  RECUR-FREQUENCY         PIC X(01).
000280         88  RECUR-WEEKLY        VALUE 'W'.
000290         88  RECUR-MONTHLY       VALUE 'M'.
000300         88  RECUR-QUARTERLY     VALUE 'Q'.
000310     05  RECUR-NEXT-DUE-DATE     PIC 9(08).
000320     05  RECUR-DUE-DAY           PIC 9(02).
000330     05  RECUR-END-DATE          PIC 9(08).
000340     05  RECUR-REMAINING-COUNT   PIC 9(04).
000350     05  RECUR-STATUS            PIC X(01).
000360         88  RECUR-ACTIVE        VALUE 'A'.
000370         88  RECUR-RETIRED       VALUE 'R'.
000380     05  RECUR-LAST-PAID-DATE    PIC 9(08).
000390     05  FILLER                  PIC X(07).
