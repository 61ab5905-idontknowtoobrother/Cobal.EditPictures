000060*  ON FILE, IS CLOSED, OR IS OUTSIDE ITS EFFECTIVE DATES BEFORE
000070*  ANY GL EXTRACT RECORD IS WRITTEN.  AN OBSOLETE DATE OF ZERO
000080*  MEANS THE ACCOUNT IS OPEN-ENDED.
000081*  ACCT-BANK-CODE NAMES THE BANKMAST DISBURSEMENT BANK THE
000082*  ACCOUNT'S CHECKS AND ACH PAYMENTS ARE DRAWN ON; SPACES IS
000083*  ALLOWED FOR A GL-ONLY ACCOUNT THAT NEVER PAYS A VENDOR.
000090*----------------------------------------------------------------
000100 01  ACCT-RECORD.
000110     05  ACCT-CODE               PIC X(10).
000150         88  ACCT-CLOSED         VALUE 'C'.
000160     05  ACCT-EFFECTIVE-DATE     PIC 9(08).
000170     05  ACCT-OBSOLETE-DATE      PIC 9(08).
000180     05  ACCT-BANK-CODE          PIC X(04).
000181     05  FILLER                  PIC X(19).
