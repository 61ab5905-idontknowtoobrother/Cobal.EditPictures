000010*----------------------------------------------------------------
000020*  PERIODREC - ACCOUNTING PERIOD CONTROL RECORD.  INDEXED FILE
000030*  KEYED ON PERIOD-YYYYMM.  A MONTH WITH NO RECORD ON FILE IS
000040*  OPEN.  LIISTING9-1 CHECKS EVERY POSTING'S TRANSACTION DATE
000050*  AGAINST IT BEFORE THE GL EXTRACT IS WRITTEN - A POSTING
000060*  INTO A HARD-CLOSED MONTH REJECTS WITH REASON 11, ONE INTO A
000070*  SOFT-CLOSED MONTH IS RE-DATED TO THE FIRST DAY OF THE NEXT
000080*  OPEN MONTH.  THE LIISTING9-23 MONTH-END CLOSE JOB SETS THE
000090*  STATUS: SOFT CLOSE ON REQUEST, HARD CLOSE ONLY WHEN EVERY
000100*  RUNCTL RUN FOR THE MONTH IS COMPLETE AND CONSUMED BY
000110*  LIISTING9-7, AT WHICH POINT THE MONTH'S BUDGMAST RECORDS
000120*  ARE FROZEN.  A HARD CLOSE IS FINAL.
000130*----------------------------------------------------------------
000140 01  PERIOD-RECORD.
000150     05  PERIOD-YYYYMM           PIC 9(06).
000160     05  PERIOD-YYYYMM-PARTS REDEFINES PERIOD-YYYYMM.
000170         10  PERIOD-YEAR         PIC 9(04).
000180         10  PERIOD-MONTH        PIC 9(02).
000190     05  PERIOD-STATUS           PIC X(01).
000200         88  PERIOD-OPEN         VALUES 'O' SPACE.
000210         88  PERIOD-SOFT-CLOSED  VALUE 'S'.
000220         88  PERIOD-HARD-CLOSED  VALUE 'H'.
000230     05  PERIOD-SOFT-CLOSE-DATE  PIC 9(08).
000240     05  PERIOD-HARD-CLOSE-DATE  PIC 9(08).
000250     05  PERIOD-RUN-COUNT        PIC 9(05).
000260     05  PERIOD-FROZEN-COUNT     PIC 9(05).
000270     05  FILLER                  PIC X(17).
