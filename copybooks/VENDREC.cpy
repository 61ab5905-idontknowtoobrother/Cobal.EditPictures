000091*  VEND-BANK-ROUTING AND VEND-BANK-ACCOUNT HOLD THE VENDOR'S
000092*  BANK DETAILS FOR ACH PAYMENT - A PAY-METHOD 'A' AMTIN
000093*  RECORD REJECTS UNLESS ITS VENDOR CARRIES BOTH.
000094*  VEND-BANK-STATUS IS SET BY THE LIISTING9-18 ACH RETURNS JOB
000095*  WHEN THE BANK RETURNS A PAYMENT ('R') OR SENDS A
000096*  NOTIFICATION OF CHANGE ('N') - EITHER WAY THE BANK DETAILS
000097*  ON FILE ARE NOT TO BE USED AGAIN, AND THE NEXT METHOD-'A'
000098*  PAYMENT REJECTS.  LIISTING9-9 CLEARS IT WHEN THE ROUTING OR
000099*  ACCOUNT IS RE-KEYED.  SPACE (LEGACY RECORDS) IS USABLE.
000100*  VEND-CHANGED-BY AND VEND-CHANGED-DATE ARE STAMPED BY
000101*  LIISTING9-9 ON EVERY ADD, CHANGE OR DEACTIVATE SO THE
000102*  LIISTING9-13 APPROVAL TRANSACTION CAN REFUSE A SUPERVISOR
000103*  WHO LAST CHANGED THE VENDOR A HELD PAYMENT GOES TO.  THE
000104*  RECORD WAS WIDENED FROM 130 TO 160 BYTES FOR THEM - REBUILD
000105*  VENDMAST AT CUTOVER.
000106*  VEND-BACKUP-WH-FLAG 'Y' PUTS A 1099 VENDOR UNDER FEDERAL
000107*  BACKUP WITHHOLDING - SET BY AP IN LIISTING9-9 WHEN THE IRS
000108*  SENDS A B-NOTICE, WHOSE DATE GOES IN VEND-BNOTICE-DATE.
000109*  LIISTING9-1 WITHHOLDS FROM EVERY PAYMENT TO A 1099 VENDOR
000110*  THAT IS FLAGGED OR HAS NO VEND-TAX-ID.  BOTH FIELDS COME
000111*  OUT OF THE SPARE FILLER; SPACES ON LEGACY RECORDS MEAN NOT
000112*  FLAGGED AND NO NOTICE.
000113*----------------------------------------------------------------
000114 01  VEND-RECORD.
000120     05  VEND-ID                 PIC X(08).
000130     05  VEND-NAME               PIC X(30).
000140     05  VEND-REMIT-ADDRESS      PIC X(30).
000220                                 VALUE 'Y'.
000230     05  VEND-BANK-ROUTING       PIC 9(09).
000240     05  VEND-BANK-ACCOUNT       PIC X(17).
000241     05  VEND-BANK-STATUS        PIC X(01).
000242         88  VEND-BANK-USABLE    VALUE SPACE.
000243         88  VEND-BANK-RETURNED  VALUE 'R'.
000244         88  VEND-BANK-CHANGED   VALUE 'N'.
000245         88  VEND-BANK-UNUSABLE  VALUE 'R' 'N'.
000250     05  FILLER                  PIC X(04).
000251     05  VEND-CHANGED-BY         PIC X(08).
000252     05  VEND-CHANGED-DATE       PIC 9(08).
000253     05  VEND-BACKUP-WH-FLAG     PIC X(01).
000254         88  VEND-BACKUP-WITHHOLD
000255                                 VALUE 'Y'.
000256     05  VEND-BNOTICE-DATE       PIC 9(08).
000257     05  FILLER                  PIC X(05).
