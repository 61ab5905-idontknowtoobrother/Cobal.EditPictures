000010*----------------------------------------------------------------
000020*  GLBALREC - GENERAL LEDGER ACCOUNT BALANCE RECORD.  INDEXED
000030*  FILE KEYED ON ACCOUNT CODE PLUS PERIOD (YYYYMM).  THE
000040*  LIISTING9-24 POSTING JOB APPLIES EACH CONSUMED RUN'S
000050*  LIISTING9-7 GLSUM-OUT, AND THE LIISTING9-11 STALEGL AND
000060*  LIISTING9-18 RTNGL BACK-OUTS, TO THE PERIOD OF THE POSTING
000070*  DATE: DEBIT ('D') AMOUNTS INTO GLBAL-PERIOD-DEBITS, CREDIT
000080*  ('C') AMOUNTS INTO GLBAL-PERIOD-CREDITS (BOTH HELD
000090*  POSITIVE).  CLOSING = OPENING + DEBITS - CREDITS, AND EACH
000100*  MONTH OPENS AT THE CLOSING BALANCE OF THE ACCOUNT'S LATEST
000110*  EARLIER MONTH IN THE SAME YEAR.  THE LIISTING9-26 YEAR-END
000120*  JOB CARRIES DECEMBER'S CLOSING BALANCES INTO THE NEXT
000130*  YEAR'S OPENING BALANCES.  LIISTING9-25 PRINTS THE TRIAL
000140*  BALANCE FROM THIS FILE.
000150*----------------------------------------------------------------
000160 01  GLBAL-RECORD.
000170     05  GLBAL-KEY.
000180         10  GLBAL-ACCOUNT-CODE  PIC X(10).
000190         10  GLBAL-PERIOD        PIC 9(06).
000200         10  GLBAL-PERIOD-PARTS REDEFINES GLBAL-PERIOD.
000210             15  GLBAL-YEAR      PIC 9(04).
000220             15  GLBAL-MONTH     PIC 9(02).
000230     05  GLBAL-OPENING-BALANCE   PIC S9(11)V99
000240                                 SIGN IS LEADING SEPARATE.
000250     05  GLBAL-PERIOD-DEBITS     PIC S9(11)V99
000260                                 SIGN IS LEADING SEPARATE.
000270     05  GLBAL-PERIOD-CREDITS    PIC S9(11)V99
000280                                 SIGN IS LEADING SEPARATE.
000290     05  GLBAL-CLOSING-BALANCE   PIC S9(11)V99
000300                                 SIGN IS LEADING SEPARATE.
000310     05  GLBAL-LAST-POSTED-DATE  PIC 9(08).
000320     05  GLBAL-LAST-BATCH-ID     PIC X(10).
000330     05  FILLER                  PIC X(10).
