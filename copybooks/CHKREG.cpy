000050*  POSITIVE-PAY EXTRACT TRANSMITS THE REGISTER TO THE BANK; THE
000060*  LIISTING9-6 RECONCILIATION JOB MARKS RECORDS CLEARED AS THE
000070*  BANK'S CLEARED-ITEMS FILE CONFIRMS THEM.
000071*  CHECK-REG-BANK-CODE IS THE BANKMAST DISBURSEMENT BANK THE
000072*  CHECK WAS DRAWN ON; POSITIVE PAY AND RECONCILIATION ARE
000073*  BOTH RUN ONE BANK AT A TIME ON IT.
000080*----------------------------------------------------------------
000090 01  CHECK-REG-RECORD.
000100     05  CHECK-REG-NUMBER        PIC 9(06).
000180                                 VALUE 'O'.
000190         88  CHECK-REG-CLEARED   VALUE 'C'.
000200         88  CHECK-REG-VOIDED    VALUE 'V'.
000210     05  CHECK-REG-BANK-CODE     PIC X(04).
000211     05  FILLER                  PIC X(10).
