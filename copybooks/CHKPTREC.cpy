000050*  THE RECORD COUNT, CONTROL TOTAL, RE-EDIT MISMATCH COUNT,
000060*  REJECT COUNT, OUT-OF-BALANCE BATCH COUNT, ACH PAYMENT
000061*  COUNT AND CENTS, APPROVAL-HELD COUNT, OVER-BUDGET WARNING
000062*  COUNT, SOFT-CLOSED-PERIOD RE-DATE COUNT, BACKUP
000063*  WITHHOLDING COUNT AND TOTAL
000064*  AND THE PER-ACCOUNT/PERIOD BUDGET SPEND ACCUMULATOR
000065*  (POSTED TO BUDGMAST ONLY AT END OF RUN, SO A RESTART
000066*  REPLAY CANNOT DOUBLE-COUNT SPEND) ACCUMULATED
000067*  THROUGH THAT RECORD, SO A RERUN CAN
000070*  SKIP AHEAD PAST ALREADY-PROCESSED RECORDS AND STILL PRINT A
000080*  TRAILER FOR THE WHOLE JOB, NOT JUST THE RESTARTED SEGMENT.
000090*----------------------------------------------------------------
000310             15  CHKPT-SPEND-AMOUNT
000320                                  PIC S9(11)V99
000330                                  SIGN IS LEADING SEPARATE.
000331     05  CHKPT-REDATED-COUNT      PIC 9(05).
000332     05  CHKPT-WITHHOLD-COUNT     PIC 9(05).
000333     05  CHKPT-WITHHOLD-TOTAL     PIC S9(9)V99
000334                                  SIGN IS LEADING SEPARATE.
